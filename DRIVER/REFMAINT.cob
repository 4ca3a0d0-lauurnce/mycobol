      *2026-09-01  LP  And the TLPS show schedule (SHOWSKED: show
      *                code, airing day and time), which the
      *                head-to-head timeslot report groups by.
      *2026-10-15  LP  File 1 is now the branch master (BRMAST)
      *                shared by the PANES and ACCTMAST programs in
      *                place of the FINALQUIZ-only BRANCHES list: the
      *                two-character code that is the account
      *                prefix, name, region, GL cost center and
      *                open/closed status, room for fifty branches.
      *                A blank or duplicate code, a blank name or a
      *                status other than O/C is refused.
      *2026-10-15  LP  File 7 is the holiday calendar (CALENDAR)
      *                the business-date roll, TRANSEDIT's cheque
      *                float and STORD-GEN's due dates work from:
      *                date, holiday flag (Y closed, N a weekend
      *                day declared working) and description, room
      *                for four hundred dates. An invalid or
      *                duplicate date, a flag other than Y/N, an N
      *                on a weekday or a blank description is
      *                refused.
      *2026-10-15  LP  File 8 is the job-stream definitions (JOBSTRM)
      *                MAINMENU's run-all works through: per stream
      *                a trigger line (sequence 000, D every
      *                business date, M month-end, Y year-end) and
      *                its steps in sequence - P a program to CALL,
      *                S a gate on another stream - room for two
      *                hundred lines. A blank stream, a duplicate
      *                stream and sequence, a kind other than T/P/S,
      *                a trigger other than D/M/Y, a step numbered
      *                000, a step naming nothing or a gate on its
      *                own stream is refused.
      *2026-10-15  LP  File 9 is the journal retention table
      *                (RETAIN) the month-end JRNL-ARCHIVE run works
      *                from: per cumulative journal the months it
      *                keeps live, one to a hundred and twenty. A
      *                name other than the six journals, a
      *                duplicate or a window out of range is
      *                refused; a change keeps the archive's own
      *                record of what it has moved.
      *2026-10-15  LP  Maker-checker: an add or change no longer
      *                rewrites the file - once it passes its edits
      *                it is written to the PENDCHG queue (shared
      *                PEND copybooks) with the entry as it stood and
      *                as keyed, under the operator signed on through
      *                MAINMENU, for a supervisor other than that
      *                operator to approve in MAINMENU. Approved
      *                changes are applied at the next start of this
      *                screen: an add must still have room and pass
      *                its file's edits, a change must find the entry
      *                still as it was when queued.
      *2026-10-15  LP  File 10 is the tuition fee schedule (FEESKED)
      *                TUITION-ASSESS charges each term from: per
      *                course and year level the term's tuition and
      *                miscellaneous fees, room for a hundred lines.
      *                A blank course, a year level other than 1-5,
      *                a fee that is not a number, a schedule line
      *                charging nothing or a duplicate course and
      *                year is refused. A queued change now finds
      *                its file by the name the queue shows rather
      *                than a one-digit file number.
      *2026-10-15  LP  File 11 is the subject offerings (OFFERING)
      *                ENLISTMENT enlists students from: per school
      *                year and term each section of each subject
      *                with its meeting days and hours, room,
      *                capacity and instructor, room for three
      *                hundred. A term other than 1-3, a blank
      *                subject, a section not led by its year level,
      *                days other than M T W H F S, hours that are
      *                not clock times or end before they start, no
      *                capacity, or a section already on file for
      *                the term is refused.
      *2026-10-15  LP  File 12 is the faculty master (FACULTY):
      *                per instructor the faculty ID, name and
      *                department, room for two hundred. A blank
      *                ID, name or department or an ID already on
      *                file is refused. An offering's instructor is
      *                now the faculty ID of the instructor the
      *                section is assigned to, refused when it is
      *                not on the faculty master; blank leaves the
      *                section unassigned.
      *2026-10-15  LP  File 13 is the subject master (SUBJECT): per
      *                subject code the description and the units
      *                its final grade weighs in the GWA (zero for
      *                a non-credit subject), room for three
      *                hundred. A blank code or description, units
      *                that are not a number, or a code already on
      *                file is refused.
      *2026-10-15  LP  File 14 is the curriculum (CURRIC): per
      *                course each subject it requires with the
      *                year level and term the prospectus puts it
      *                in and up to three prerequisites, room for
      *                four hundred. A blank course or subject, a
      *                year other than 1-5 or term other than 1-3,
      *                a subject already required by the course, or
      *                a prerequisite that is the subject itself or
      *                not required by the course in an earlier
      *                term is refused.
      *2026-10-15  LP  A job stream's trigger line can now say W,
      *                due weekly on the last business day of the
      *                week.
      *2026-10-15  LP  File 15 is the scholarship master (SCHOLAR)
      *                ACAD-REVIEW holds scholars to: per scholar
      *                the student number, the grant and the
      *                standard that retains it - the poorest term
      *                GWA allowed and the fewest units - room for
      *                five hundred. A student number of zero, a
      *                blank grant, a GWA outside 1.00 to 5.00, a
      *                load that is not a number or a scholar
      *                already on file is refused.
      *2026-10-15  LP  Files 16 and 17 are the advertiser master
      *                (ADVMAST) and the agency master (AGYMAST)
      *                AD-BOOKING books and bills by: per
      *                advertiser the code, name, billing address,
      *                agency, credit limit and payment terms, room
      *                for four hundred; per agency the code, name
      *                and commission per cent, room for a hundred.
      *                A blank code or name, an advertiser's agency
      *                not on AGYMAST, a limit, terms or commission
      *                that is not a number, a commission over 50
      *                per cent or a code already on file is
      *                refused.
      *2026-10-15  LP  File 18 is the commercial inventory
      *                (ADINVNT) AD-BOOKING guards its avails by:
      *                per show the breaks in each airing and the
      *                spots each break carries. A show with no
      *                schedule on SHOWSKED, a count of breaks or
      *                spots that is not a number or is zero, or a
      *                show already on file is refused. The show
      *                schedule now comes from the shared SKEDSL
      *                and SKEDFD.
      *2026-10-15  LP  File 19 is the evacuation-center master
      *                (EVACCTR) WSP-EVACUATION takes the daily
      *                counts against: per center the code, name,
      *                the island group and sub-region number it
      *                serves on AREAS, and the persons it can
      *                shelter, room for a hundred. A blank code or
      *                name, an island group or sub-region not on
      *                AREAS, a capacity that is not a number or is
      *                zero, or a code already on file is refused.
      *2026-10-15  LP  File 20 is the city map (CITYMAP) WSP-RELIEF
      *                finds a storm's customers by: per city or
      *                town as CUSTMAST addresses carry it, the
      *                island group and sub-region number it lies
      *                in on AREAS, room for four hundred. The city
      *                is kept in capitals. A blank city, an island
      *                group or sub-region not on AREAS, or a city
      *                already on file is refused. The AREAS check
      *                the evacuation centers make is now shared.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * shared branch master
           COPY BRMSTSL
               REPLACING ==WS-BRM-STATUS== BY ==WS-REF-STATUS==.
           SELECT UNIV-FILE ASSIGN TO "UNIVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT TVU-FILE ASSIGN TO "UNIVERSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
      * shared show schedule
           COPY SKEDSL
               REPLACING ==WS-SKED-STATUS== BY ==WS-REF-STATUS==.
      * shared holiday calendar
           COPY CALNDSL
               REPLACING ==WS-CAL-STATUS== BY ==WS-REF-STATUS==.
      * shared job-stream definitions
           COPY JSTRMSL
               REPLACING ==WS-JS-STATUS== BY ==WS-REF-STATUS==.
      * shared journal retention table
           COPY RETNSL
               REPLACING ==WS-RTN-STATUS== BY ==WS-REF-STATUS==.
      * shared tuition fee schedule
           COPY FEESCHSL
               REPLACING ==WS-FEE-STATUS== BY ==WS-REF-STATUS==.
      * shared subject offerings
           COPY OFFERSL
               REPLACING ==WS-OFR-STATUS== BY ==WS-REF-STATUS==.
      * shared faculty master
           COPY FACSL
               REPLACING ==WS-FAC-STATUS== BY ==WS-REF-STATUS==.
      * shared subject master
           COPY SUBJSL
               REPLACING ==WS-SBJ-STATUS== BY ==WS-REF-STATUS==.
      * shared curriculum
           COPY CURRSL
               REPLACING ==WS-CUR-STATUS== BY ==WS-REF-STATUS==.
      * shared scholarship master
           COPY SCHLSL
               REPLACING ==WS-SCH-STATUS== BY ==WS-REF-STATUS==.
      * shared advertiser and agency masters
           COPY ADVSL
               REPLACING ==WS-ADV-STATUS== BY ==WS-REF-STATUS==.
           COPY AGYSL
               REPLACING ==WS-AGY-STATUS== BY ==WS-REF-STATUS==.
      * shared commercial inventory
           COPY CINVSL
               REPLACING ==WS-CINV-STATUS== BY ==WS-REF-STATUS==.
      * shared evacuation-center master
           COPY ECTRSL
               REPLACING ==WS-ECTR-STATUS== BY ==WS-REF-STATUS==.
      * shared city map
           COPY CITYSL
               REPLACING ==WS-CITY-STATUS== BY ==WS-REF-STATUS==.
      * the maker-checker queue
           COPY PENDSL.

       DATA DIVISION.
       FILE SECTION.
           COPY BRMSTFD.

       FD  UNIV-FILE
           LABEL RECORD IS OMITTED.
           02 UV-REGION       PIC X(8).
           02 UV-HH           PIC 9(8).

           COPY SKEDFD.

           COPY CALNDFD.
           COPY JSTRMFD.
           COPY RETNFD.
           COPY FEESCHFD.
           COPY OFFERFD.
           COPY FACFD.
           COPY SUBJFD.
           COPY CURRFD.
           COPY SCHLFD.
           COPY ADVFD.
           COPY AGYFD.
           COPY CINVFD.
           COPY ECTRFD.
           COPY CITYFD.
           COPY PENDFD.

       WORKING-STORAGE SECTION.
       01  ANS            PIC X VALUE SPACES.
       01  WS-REF-STATUS  PIC XX VALUE SPACES.
       01  WS-FILE-CHOICE PIC 99 VALUE 0.
       01  WS-OP-CHOICE   PIC X VALUE SPACES.
       01  WS-ENTRY-NO    PIC 999 VALUE 0.
       01  WS-EOF-SW      PIC X VALUE 'N'.
       01  WS-IDX         PIC 999 VALUE 0.
      * an entry failing its file's edits is not stored
       01  WS-ENTRY-OK-SW PIC X VALUE 'Y'.
       01  WS-DAY-COUNT   PIC 9 VALUE 0.
       01  WS-PRQ-NO      PIC 9 VALUE 0.
       01  WS-PRQ-HIT     PIC 999 VALUE 0.
      * the inventory's show-schedule edit reads SHOWSKED
       01  WS-SKED-EOF    PIC X VALUE 'N'.
       01  WS-SKED-HIT    PIC X VALUE 'N'.
      * the evacuation center's and the city map's island-
      *group edit reads AREAS for the group and sub-region here
       01  WS-AREA-EOF    PIC X VALUE 'N'.
       01  WS-AREA-HIT    PIC X VALUE 'N'.
       01  WS-AREA-MATA   PIC X(10) VALUE SPACES.
       01  WS-AREA-SUB    PIC 9 VALUE 0.

      * each file is edited through one generic table of
      *whole records; the per-file record layouts above give the
      *fields their names on the way in and out
       01  WS-REF-TABLE.
           02 WS-REF-COUNT PIC 999 VALUE 0.
           02 WS-REF-ENTRY PIC X(70) OCCURS 400 TIMES.
       01  WS-REF-MAX     PIC 999 VALUE 0.
       01  WS-REC-IMAGE   PIC X(70) VALUE SPACES.

      * shared calendar arithmetic and holiday-calendar
      *working-storage, for the calendar's date edits
           COPY DATEWS.
           COPY CALNDWS.
      * shared maker-checker working-storage
           COPY PENDWS.
      * shared faculty-master working-storage, for the
      *offering's instructor edit
           COPY FACWS.
      * shared agency-master working-storage, for the
      *advertiser's agency edit
           COPY AGYWS.

      * a change as it waits on the approval queue: which entry
      *a change replaces (zero for an add); the file is the one
      *the queue names, the first byte its old one-digit number
       01  WS-RM-CHANGE.
           05 FILLER       PIC X.
           05 WS-RM-ENTRY  PIC 999.

      * the file names the approval queue shows
       01  WS-RM-NAME-VALUES.
           05 FILLER       PIC X(8) VALUE "BRMAST".
           05 FILLER       PIC X(8) VALUE "UNIVS".
           05 FILLER       PIC X(8) VALUE "SHOWS".
           05 FILLER       PIC X(8) VALUE "AREAS".
           05 FILLER       PIC X(8) VALUE "UNIVERSE".
           05 FILLER       PIC X(8) VALUE "SHOWSKED".
           05 FILLER       PIC X(8) VALUE "CALENDAR".
           05 FILLER       PIC X(8) VALUE "JOBSTRM".
           05 FILLER       PIC X(8) VALUE "RETAIN".
           05 FILLER       PIC X(8) VALUE "FEESKED".
           05 FILLER       PIC X(8) VALUE "OFFERING".
           05 FILLER       PIC X(8) VALUE "FACULTY".
           05 FILLER       PIC X(8) VALUE "SUBJECT".
           05 FILLER       PIC X(8) VALUE "CURRIC".
           05 FILLER       PIC X(8) VALUE "SCHOLAR".
           05 FILLER       PIC X(8) VALUE "ADVMAST".
           05 FILLER       PIC X(8) VALUE "AGYMAST".
           05 FILLER       PIC X(8) VALUE "ADINVNT".
           05 FILLER       PIC X(8) VALUE "EVACCTR".
           05 FILLER       PIC X(8) VALUE "CITYMAP".
       01  WS-RM-NAME-TABLE REDEFINES WS-RM-NAME-VALUES.
           05 WS-RM-NAME   PIC X(8) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * changes a supervisor has approved since the last run
      *take effect before anything new is keyed
           PERFORM PEND-APPLY-RTN.
           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           STOP RUN.

           DISPLAY '========================================'.
           DISPLAY '       REFERENCE DATA MAINTENANCE        '.
           DISPLAY '========================================'.
           DISPLAY '1 - Branch Master      (BRMAST)'.
           DISPLAY '2 - University Table   (UNIVS)'.
           DISPLAY '3 - Show Table         (SHOWS)'.
           DISPLAY '4 - Island Group Table (AREAS)'.
           DISPLAY '5 - TV Universe        (UNIVERSE)'.
           DISPLAY '6 - Show Schedule      (SHOWSKED)'.
           DISPLAY '7 - Holiday Calendar   (CALENDAR)'.
           DISPLAY '8 - Job Streams        (JOBSTRM)'.
           DISPLAY '9 - Journal Retention  (RETAIN)'.
           DISPLAY '10 - Tuition Fee Schedule (FEESKED)'.
           DISPLAY '11 - Subject Offerings (OFFERING)'.
           DISPLAY '12 - Faculty Master    (FACULTY)'.
           DISPLAY '13 - Subject Master    (SUBJECT)'.
           DISPLAY '14 - Curriculum        (CURRIC)'.
           DISPLAY '15 - Scholarships      (SCHOLAR)'.
           DISPLAY '16 - Advertisers       (ADVMAST)'.
           DISPLAY '17 - Agencies          (AGYMAST)'.
           DISPLAY '18 - Commercial Inventory (ADINVNT)'.
           DISPLAY '19 - Evacuation Centers (EVACCTR)'.
           DISPLAY '20 - City Map          (CITYMAP)'.
           DISPLAY 'Which file (1-20): '.
           ACCEPT WS-FILE-CHOICE.

           IF WS-FILE-CHOICE >= 1 AND WS-FILE-CHOICE <= 20
               DISPLAY '(A)dd, (C)hange or (L)ist: '
               ACCEPT WS-OP-CHOICE
               PERFORM LOAD-FILE-RTN
               EVALUATE WS-OP-CHOICE
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-ENTRY-RTN
                   WHEN 'C' WHEN 'c'
                       PERFORM CHANGE-ENTRY-RTN
                   WHEN OTHER
                       PERFORM LIST-ENTRIES-RTN
               END-EVALUATE
           DISPLAY 'Maintain another file? (Y/N): '.
           ACCEPT ANS.

      * shared calendar paragraphs
           COPY DATERTN.
           COPY CALNDRTN
               REPLACING ==WS-CAL-STATUS== BY ==WS-REF-STATUS==.
      * shared faculty-master paragraphs
           COPY FACRTN
               REPLACING ==WS-FAC-STATUS== BY ==WS-REF-STATUS==.
           COPY AGYRTN
               REPLACING ==WS-AGY-STATUS== BY ==WS-REF-STATUS==.

      * each table holds whole record images; the area file
      *caps at 3 fixed island groups, the others at their
      *programs' table sizes
           MOVE 'N' TO WS-EOF-SW.
           EVALUATE WS-FILE-CHOICE
               WHEN 1
                   MOVE 50 TO WS-REF-MAX
                   PERFORM LOAD-BRANCHES-RTN
               WHEN 2
                   MOVE 10 TO WS-REF-MAX
               WHEN 6
                   MOVE 12 TO WS-REF-MAX
                   PERFORM LOAD-SKED-RTN
               WHEN 7
                   MOVE 400 TO WS-REF-MAX
                   PERFORM LOAD-CALENDAR-RTN
               WHEN 8
                   MOVE 200 TO WS-REF-MAX
                   PERFORM LOAD-JSTRM-RTN
               WHEN 9
                   MOVE 20 TO WS-REF-MAX
                   PERFORM LOAD-RETAIN-RTN
               WHEN 10
                   MOVE 100 TO WS-REF-MAX
                   PERFORM LOAD-FEES-RTN
               WHEN 11
                   MOVE 300 TO WS-REF-MAX
                   PERFORM LOAD-OFFERS-RTN
               WHEN 12
                   MOVE 200 TO WS-REF-MAX
                   PERFORM LOAD-FACULTY-RTN
               WHEN 13
                   MOVE 300 TO WS-REF-MAX
                   PERFORM LOAD-SUBJECT-RTN
               WHEN 14
                   MOVE 400 TO WS-REF-MAX
                   PERFORM LOAD-CURRIC-RTN
               WHEN 15
                   MOVE 500 TO WS-REF-MAX
                   PERFORM LOAD-SCHOLAR-RTN
               WHEN 16
                   MOVE 400 TO WS-REF-MAX
                   PERFORM LOAD-ADVERTISER-RTN
               WHEN 17
                   MOVE 100 TO WS-REF-MAX
                   PERFORM LOAD-AGENCY-RTN
               WHEN 18
                   MOVE 12 TO WS-REF-MAX
                   PERFORM LOAD-INVENTORY-RTN
               WHEN 19
                   MOVE 100 TO WS-REF-MAX
                   PERFORM LOAD-CENTER-RTN
               WHEN 20
                   MOVE 400 TO WS-REF-MAX
                   PERFORM LOAD-CITY-RTN
           END-EVALUATE.
           DISPLAY WS-REF-COUNT ' entr(ies) on file.'.

       LOAD-BRANCHES-RTN.
           OPEN INPUT BRMAST-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-BRANCH-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE BRMAST-FILE
           END-IF.

       READ-BRANCH-RTN.
           READ BRMAST-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-BRANCH-RTN
           END-READ.
       KEEP-IMAGE-BRANCH-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE BRMAST-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-UNIVS-RTN.
               MOVE SKED-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-CALENDAR-RTN.
           OPEN INPUT CALNDR-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-CALENDAR-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE CALNDR-FILE
           END-IF.

       READ-CALENDAR-RTN.
           READ CALNDR-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-CALENDAR-RTN
           END-READ.

       KEEP-IMAGE-CALENDAR-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CALNDR-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-JSTRM-RTN.
           OPEN INPUT JSTRM-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-JSTRM-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE JSTRM-FILE
           END-IF.

       READ-JSTRM-RTN.
           READ JSTRM-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-JSTRM-RTN
           END-READ.

       KEEP-IMAGE-JSTRM-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE JSTRM-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-RETAIN-RTN.
           OPEN INPUT RETAIN-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-RETAIN-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE RETAIN-FILE
           END-IF.

       READ-RETAIN-RTN.
           READ RETAIN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-RETAIN-RTN
           END-READ.

       KEEP-IMAGE-RETAIN-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE RETAIN-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-FEES-RTN.
           OPEN INPUT FEE-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-FEE-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE FEE-FILE
           END-IF.

       READ-FEE-RTN.
           READ FEE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-FEE-RTN
           END-READ.

       KEEP-IMAGE-FEE-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE FEE-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-OFFERS-RTN.
           OPEN INPUT OFFER-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-OFFER-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE OFFER-FILE
           END-IF.

       READ-OFFER-RTN.
           READ OFFER-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-OFFER-RTN
           END-READ.

       KEEP-IMAGE-OFFER-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE OFFER-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-FACULTY-RTN.
           OPEN INPUT FACULTY-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-FACULTY-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE FACULTY-FILE
           END-IF.

       READ-FACULTY-RTN.
           READ FACULTY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-FACULTY-RTN
           END-READ.

       KEEP-IMAGE-FACULTY-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE FACULTY-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-SUBJECT-RTN.
           OPEN INPUT SUBJECT-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-SUBJECT-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE SUBJECT-FILE
           END-IF.

       READ-SUBJECT-RTN.
           READ SUBJECT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-SUBJECT-RTN
           END-READ.

       KEEP-IMAGE-SUBJECT-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE SUBJECT-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-CURRIC-RTN.
           OPEN INPUT CURRIC-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-CURRIC-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE CURRIC-FILE
           END-IF.

       READ-CURRIC-RTN.
           READ CURRIC-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-CURRIC-RTN
           END-READ.

       KEEP-IMAGE-CURRIC-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CURRIC-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-SCHOLAR-RTN.
           OPEN INPUT SCHOLAR-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-SCHOLAR-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE SCHOLAR-FILE
           END-IF.

       READ-SCHOLAR-RTN.
           READ SCHOLAR-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-SCHOLAR-RTN
           END-READ.

       KEEP-IMAGE-SCHOLAR-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE SCHOLAR-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-ADVERTISER-RTN.
           OPEN INPUT ADV-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-ADVERTISER-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE ADV-FILE
           END-IF.

       READ-ADVERTISER-RTN.
           READ ADV-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-ADVERTISER-RTN
           END-READ.

       KEEP-IMAGE-ADVERTISER-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE ADV-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-AGENCY-RTN.
           OPEN INPUT AGY-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-AGENCY-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE AGY-FILE
           END-IF.

       READ-AGENCY-RTN.
           READ AGY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-AGENCY-RTN
           END-READ.

       KEEP-IMAGE-AGENCY-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE AGY-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-INVENTORY-RTN.
           OPEN INPUT CINV-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-INVENTORY-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE CINV-FILE
           END-IF.

       READ-INVENTORY-RTN.
           READ CINV-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-INVENTORY-RTN
           END-READ.

       KEEP-IMAGE-INVENTORY-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CINV-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-CENTER-RTN.
           OPEN INPUT ECTR-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-CENTER-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE ECTR-FILE
           END-IF.

       READ-CENTER-RTN.
           READ ECTR-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-CENTER-RTN
           END-READ.

       KEEP-IMAGE-CENTER-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE ECTR-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-CITY-RTN.
           OPEN INPUT CITY-FILE.
           IF WS-REF-STATUS = "35"
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               PERFORM READ-CITY-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE CITY-FILE
           END-IF.

       READ-CITY-RTN.
           READ CITY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM KEEP-IMAGE-CITY-RTN
           END-READ.

       KEEP-IMAGE-CITY-RTN.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CITY-REC TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       ADD-ENTRY-RTN.
           IF WS-REF-COUNT >= WS-REF-MAX
               DISPLAY 'File is full - no room for another entry.'
           ELSE
               MOVE 0 TO WS-ENTRY-NO
               PERFORM ACCEPT-ENTRY-RTN
               IF WS-ENTRY-OK-SW = 'Y'
                   MOVE SPACES TO WS-PEND-NEW
                   MOVE 'A' TO WS-PN-ACTION
                   STRING 'ADD TO ' WS-RM-NAME(WS-FILE-CHOICE)
                       DELIMITED BY SIZE INTO WS-PN-DESC
                   PERFORM QUEUE-ENTRY-RTN
               ELSE
                   DISPLAY 'Entry not added.'
               END-IF
           END-IF.

       CHANGE-ENTRY-RTN.
           ACCEPT WS-ENTRY-NO.
           IF WS-ENTRY-NO >= 1 AND WS-ENTRY-NO <= WS-REF-COUNT
               PERFORM ACCEPT-ENTRY-RTN
               IF WS-ENTRY-OK-SW = 'Y'
                   MOVE SPACES TO WS-PEND-NEW
                   MOVE 'C' TO WS-PN-ACTION
                   STRING 'CHANGE ' WS-RM-NAME(WS-FILE-CHOICE)
                       ' ENTRY ' WS-ENTRY-NO
                       DELIMITED BY SIZE INTO WS-PN-DESC
                   MOVE WS-REF-ENTRY(WS-ENTRY-NO) TO WS-PN-BEFORE
                   PERFORM QUEUE-ENTRY-RTN
               ELSE
                   DISPLAY 'Entry not changed.'
               END-IF
           ELSE
               DISPLAY 'No such entry.'
           END-IF.

      * the entry as keyed goes on the queue; the caller sets
      *the action, the description and any entry it replaces
       QUEUE-ENTRY-RTN.
           MOVE WS-RM-NAME(WS-FILE-CHOICE) TO WS-PN-KEY.
           MOVE WS-REC-IMAGE TO WS-PN-AFTER.
           MOVE SPACES TO WS-RM-CHANGE.
           MOVE WS-ENTRY-NO TO WS-RM-ENTRY.
           MOVE WS-RM-CHANGE TO WS-PN-DATA.
           PERFORM PEND-SUBMIT-RTN.

      * an approved change off the queue, against its file as
      *it stands now: an add still needs room, a change needs
      *the entry it replaces unchanged - on the retention table
      *only the keyed part, the archive keeping the rest
       APPLY-CHANGE-RTN.
           MOVE PC-DATA TO WS-RM-CHANGE.
           MOVE 0 TO WS-FILE-CHOICE.
           PERFORM FIND-FILE-NAME-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 20 OR WS-FILE-CHOICE > 0.
           IF WS-FILE-CHOICE > 0
               PERFORM LOAD-FILE-RTN
           END-IF.
           MOVE WS-RM-ENTRY TO WS-ENTRY-NO.
           EVALUATE TRUE
               WHEN WS-FILE-CHOICE = 0
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'NOT A FILE THIS SCREEN MAINTAINS.'
                       TO WS-PEND-REASON
               WHEN PC-ACTION = 'A' AND WS-REF-COUNT >= WS-REF-MAX
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'FILE IS FULL - NO ROOM FOR ANOTHER ENTRY.'
                       TO WS-PEND-REASON
               WHEN PC-ACTION = 'C' AND WS-ENTRY-NO > WS-REF-COUNT
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'ENTRY IS NO LONGER ON FILE.'
                       TO WS-PEND-REASON
               WHEN PC-ACTION = 'C' AND WS-FILE-CHOICE = 9
                   AND WS-REF-ENTRY(WS-ENTRY-NO)(1:15)
                       NOT = PC-BEFORE(1:15)
               WHEN PC-ACTION = 'C' AND WS-FILE-CHOICE NOT = 9
                   AND WS-REF-ENTRY(WS-ENTRY-NO) NOT = PC-BEFORE
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'ENTRY HAS CHANGED SINCE THIS WAS QUEUED.'
                       TO WS-PEND-REASON
               WHEN OTHER
                   PERFORM APPLY-ENTRY-RTN
           END-EVALUATE.

       FIND-FILE-NAME-RTN.
           IF WS-RM-NAME(WS-IDX) = PC-KEY
               MOVE WS-IDX TO WS-FILE-CHOICE
           END-IF.

       APPLY-ENTRY-RTN.
           MOVE PC-AFTER TO WS-REC-IMAGE.
           IF PC-ACTION = 'C' AND WS-FILE-CHOICE = 9
               MOVE WS-REF-ENTRY(WS-ENTRY-NO)(16:24)
                   TO WS-REC-IMAGE(16:24)
           END-IF.
           MOVE 'Y' TO WS-ENTRY-OK-SW.
           PERFORM APPLY-EDIT-RTN.
           IF WS-ENTRY-OK-SW = 'N'
               MOVE 'N' TO WS-PEND-OK
               MOVE 'ENTRY NO LONGER PASSES ITS FILE''S EDITS.'
                   TO WS-PEND-REASON
           ELSE
               IF PC-ACTION = 'A'
                   ADD 1 TO WS-REF-COUNT
                   MOVE WS-REC-IMAGE TO WS-REF-ENTRY(WS-REF-COUNT)
               ELSE
                   MOVE WS-REC-IMAGE TO WS-REF-ENTRY(WS-ENTRY-NO)
               END-IF
               PERFORM REWRITE-FILE-RTN
           END-IF.

      * the files with edits are edited again, since other
      *entries may have been taken since this one was keyed
       APPLY-EDIT-RTN.
           EVALUATE WS-FILE-CHOICE
               WHEN 1
                   MOVE WS-REC-IMAGE TO BRMAST-REC
                   PERFORM EDIT-BRANCH-RTN
               WHEN 7
                   MOVE WS-REC-IMAGE TO CALNDR-REC
                   PERFORM EDIT-CALENDAR-RTN
               WHEN 8
                   MOVE WS-REC-IMAGE TO JSTRM-REC
                   PERFORM EDIT-JSTRM-RTN
               WHEN 9
                   MOVE WS-REC-IMAGE TO RETAIN-REC
                   PERFORM EDIT-RETAIN-RTN
               WHEN 10
                   MOVE WS-REC-IMAGE TO FEE-REC
                   PERFORM EDIT-FEE-RTN
               WHEN 11
                   MOVE WS-REC-IMAGE TO OFFER-REC
                   PERFORM EDIT-OFFER-RTN
               WHEN 12
                   MOVE WS-REC-IMAGE TO FACULTY-REC
                   PERFORM EDIT-FACULTY-RTN
               WHEN 13
                   MOVE WS-REC-IMAGE TO SUBJECT-REC
                   PERFORM EDIT-SUBJECT-RTN
               WHEN 14
                   MOVE WS-REC-IMAGE TO CURRIC-REC
                   PERFORM EDIT-CURRIC-RTN
               WHEN 15
                   MOVE WS-REC-IMAGE TO SCHOLAR-REC
                   PERFORM EDIT-SCHOLAR-RTN
               WHEN 16
                   MOVE WS-REC-IMAGE TO ADV-REC
                   PERFORM EDIT-ADVERTISER-RTN
               WHEN 17
                   MOVE WS-REC-IMAGE TO AGY-REC
                   PERFORM EDIT-AGENCY-RTN
               WHEN 18
                   MOVE WS-REC-IMAGE TO CINV-REC
                   PERFORM EDIT-INVENTORY-RTN
               WHEN 19
                   MOVE WS-REC-IMAGE TO ECTR-REC
                   PERFORM EDIT-CENTER-RTN
               WHEN 20
                   MOVE WS-REC-IMAGE TO CITY-REC
                   PERFORM EDIT-CITY-RTN
           END-EVALUATE.

      * shared maker-checker paragraphs
           COPY PENDRTN
               REPLACING ==PEND-PROGNAME== BY =="REFMAINT"==
                         ==PEND-APPLY-ONE-RTN== BY ==APPLY-CHANGE-RTN==.

      * the fields asked for depend on which file is up
       ACCEPT-ENTRY-RTN.
           MOVE SPACES TO WS-REC-IMAGE.
           MOVE 'Y' TO WS-ENTRY-OK-SW.
           EVALUATE WS-FILE-CHOICE
               WHEN 1
                   DISPLAY 'Branch code (account prefix, 2 chars): '
                   ACCEPT BM-CODE
                   DISPLAY 'Branch name: '
                   ACCEPT BM-NAME
                   DISPLAY 'Region: '
                   ACCEPT BM-REGION
                   DISPLAY 'GL cost center (4 chars): '
                   ACCEPT BM-COST-CTR
                   DISPLAY 'Status (O)pen or (C)losed: '
                   ACCEPT BM-STATUS
                   PERFORM EDIT-BRANCH-RTN
                   MOVE BRMAST-REC TO WS-REC-IMAGE
               WHEN 2
                   DISPLAY 'University name (5 chars): '
                   ACCEPT UNF-NAME
                   DISPLAY 'Airing time (e.g. 8:00 - 10:00 pm): '
                   ACCEPT SK-TIME
                   MOVE SKED-REC TO WS-REC-IMAGE
               WHEN 7
                   DISPLAY 'Date (YYYYMMDD): '
                   ACCEPT CL-DATE
                   DISPLAY 'Holiday (Y) or weekend working day (N): '
                   ACCEPT CL-HOLIDAY
                   DISPLAY 'Description: '
                   ACCEPT CL-DESC
                   PERFORM EDIT-CALENDAR-RTN
                   MOVE CALNDR-REC TO WS-REC-IMAGE
               WHEN 8
                   DISPLAY 'Stream name (e.g. NIGHTLY, MONTHEND): '
                   ACCEPT JS-STREAM
                   DISPLAY 'Sequence (000 for the trigger line): '
                   ACCEPT JS-SEQ
                   DISPLAY '(T)rigger, (P)rogram step or '
                       '(S)tream gate: '
                   ACCEPT JS-KIND
                   IF JS-TRIGGER-LINE
                       DISPLAY 'Due (D)aily, (W)eek-end, (M)onth-end '
                           'or (Y)ear-end: '
                       ACCEPT JS-TRIGGER
                   ELSE
                       DISPLAY 'Program ID or stream name: '
                       ACCEPT JS-NAME
                   END-IF
                   PERFORM EDIT-JSTRM-RTN
                   MOVE JSTRM-REC TO WS-REC-IMAGE
               WHEN 9
      * the cutoff and archive dates are JRNL-ARCHIVE's to keep
                   IF WS-ENTRY-NO > 0
                       MOVE WS-REF-ENTRY(WS-ENTRY-NO) TO RETAIN-REC
                   ELSE
                       MOVE 0 TO RN-CUTOFF RN-OLDEST RN-LAST-RUN
                   END-IF
                   DISPLAY 'Journal (FQJRNL, TRANSHIST, STUAUDIT, '
                       'OVRLOG, SIGNLOG, WSPAUDIT): '
                   ACCEPT RN-FILE
                   DISPLAY 'Months kept live (1-120): '
                   ACCEPT RN-MONTHS
                   PERFORM EDIT-RETAIN-RTN
                   MOVE RETAIN-REC TO WS-REC-IMAGE
               WHEN 10
                   DISPLAY 'Course (as on the student record): '
                   ACCEPT FE-CRS
                   DISPLAY 'Year level (1-5): '
                   ACCEPT FE-YEAR
                   DISPLAY 'Tuition for the term: '
                   ACCEPT FE-TUITION
                   DISPLAY 'Miscellaneous fees for the term: '
                   ACCEPT FE-MISC
                   DISPLAY 'Description: '
                   ACCEPT FE-DESC
                   PERFORM EDIT-FEE-RTN
                   MOVE FEE-REC TO WS-REC-IMAGE
               WHEN 11
                   DISPLAY 'School year (e.g. 2026): '
                   ACCEPT OF-SY
                   DISPLAY 'Term (1-3): '
                   ACCEPT OF-TERM
                   DISPLAY 'Subject code: '
                   ACCEPT OF-SUBJ
                   DISPLAY 'Section (year level first, e.g. 2-1): '
                   ACCEPT OF-SECT
                   DISPLAY 'Days (M T W H F S, e.g. MWF or TH): '
                   ACCEPT OF-DAYS
                   DISPLAY 'Starts at (HHMM, 24-hour): '
                   ACCEPT OF-START
                   DISPLAY 'Ends at (HHMM, 24-hour): '
                   ACCEPT OF-END
                   DISPLAY 'Room: '
                   ACCEPT OF-ROOM
                   DISPLAY 'Capacity (seats): '
                   ACCEPT OF-CAP
                   DISPLAY 'Instructor (faculty ID, blank if not '
                       'yet assigned): '
                   ACCEPT OF-FAC-ID
                   PERFORM EDIT-OFFER-RTN
                   MOVE OFFER-REC TO WS-REC-IMAGE
               WHEN 12
                   DISPLAY 'Faculty ID: '
                   ACCEPT FA-ID
                   DISPLAY 'Name: '
                   ACCEPT FA-NAME
                   DISPLAY 'Department: '
                   ACCEPT FA-DEPT
                   PERFORM EDIT-FACULTY-RTN
                   MOVE FACULTY-REC TO WS-REC-IMAGE
               WHEN 13
                   DISPLAY 'Subject code: '
                   ACCEPT SJ-CODE
                   DISPLAY 'Description: '
                   ACCEPT SJ-DESC
                   DISPLAY 'Units (e.g. 3.0; 0 if non-credit): '
                   ACCEPT SJ-UNITS
                   PERFORM EDIT-SUBJECT-RTN
                   MOVE SUBJECT-REC TO WS-REC-IMAGE
               WHEN 14
                   DISPLAY 'Course (as on the student record): '
                   ACCEPT CU-CRS
                   DISPLAY 'Year level (1-5): '
                   ACCEPT CU-YEAR
                   DISPLAY 'Term (1-3): '
                   ACCEPT CU-TERM
                   DISPLAY 'Subject code: '
                   ACCEPT CU-SUBJ
                   DISPLAY 'Prerequisite 1 (blank if none): '
                   ACCEPT CU-PREREQ(1)
                   DISPLAY 'Prerequisite 2 (blank if none): '
                   ACCEPT CU-PREREQ(2)
                   DISPLAY 'Prerequisite 3 (blank if none): '
                   ACCEPT CU-PREREQ(3)
                   PERFORM EDIT-CURRIC-RTN
                   MOVE CURRIC-REC TO WS-REC-IMAGE
               WHEN 15
                   DISPLAY 'Student number: '
                   ACCEPT SC-SNO
                   DISPLAY 'Grant (e.g. ACADEMIC, ATHLETIC): '
                   ACCEPT SC-GRANT
                   DISPLAY 'Poorest term GWA that keeps the grant '
                       '(e.g. 2.00): '
                   ACCEPT SC-MIN-GWA
                   DISPLAY 'Fewest units to carry in a term '
                       '(e.g. 18.0): '
                   ACCEPT SC-MIN-LOAD
                   PERFORM EDIT-SCHOLAR-RTN
                   MOVE SCHOLAR-REC TO WS-REC-IMAGE
               WHEN 16
                   DISPLAY 'Advertiser code (6 chars): '
                   ACCEPT AV-CODE
                   DISPLAY 'Advertiser name: '
                   ACCEPT AV-NAME
                   DISPLAY 'Billing address: '
                   ACCEPT AV-ADDRESS
                   DISPLAY 'Agency code (blank if booked direct): '
                   ACCEPT AV-AGENCY
                   DISPLAY 'Credit limit (e.g. 500000.00): '
                   ACCEPT AV-LIMIT
                   DISPLAY 'Payment terms in days (e.g. 30): '
                   ACCEPT AV-TERMS
                   PERFORM EDIT-ADVERTISER-RTN
                   MOVE ADV-REC TO WS-REC-IMAGE
               WHEN 17
                   DISPLAY 'Agency code (4 chars): '
                   ACCEPT AG-CODE
                   DISPLAY 'Agency name: '
                   ACCEPT AG-NAME
                   DISPLAY 'Commission per cent (e.g. 15.00): '
                   ACCEPT AG-COMM-PCT
                   PERFORM EDIT-AGENCY-RTN
                   MOVE AGY-REC TO WS-REC-IMAGE
               WHEN 18
                   DISPLAY 'Show code (1-12): '
                   ACCEPT CI-SHOW-CODE
                   DISPLAY 'Commercial breaks in each airing: '
                   ACCEPT CI-BREAKS
                   DISPLAY 'Spots in each break: '
                   ACCEPT CI-BREAK-SPOTS
                   PERFORM EDIT-INVENTORY-RTN
                   MOVE CINV-REC TO WS-REC-IMAGE
               WHEN 19
                   DISPLAY 'Center code (4 chars): '
                   ACCEPT EC-CODE
                   DISPLAY 'Center name: '
                   ACCEPT EC-NAME
                   DISPLAY 'Island group (as on AREAS): '
                   ACCEPT EC-MATA
                   DISPLAY 'Sub-region number on AREAS (1-3): '
                   ACCEPT EC-SUB
                   DISPLAY 'Capacity (persons): '
                   ACCEPT EC-CAPACITY
                   PERFORM EDIT-CENTER-RTN
                   MOVE ECTR-REC TO WS-REC-IMAGE
               WHEN 20
                   DISPLAY 'City or town (as on customer addresses): '
                   ACCEPT CM-CITY
                   DISPLAY 'Island group (as on AREAS): '
                   ACCEPT CM-MATA
                   DISPLAY 'Sub-region number on AREAS (1-3): '
                   ACCEPT CM-SUB
                   PERFORM EDIT-CITY-RTN
                   MOVE CITY-REC TO WS-REC-IMAGE
           END-EVALUATE.

      * a branch code is an account prefix - both places
      *must be filled and no two branches may share one; the
      *entry being changed may keep its own code
       EDIT-BRANCH-RTN.
           IF BM-STATUS = SPACE
               MOVE 'O' TO BM-STATUS
           END-IF.
           IF BM-CODE(1:1) = SPACE OR BM-CODE(2:1) = SPACE
               DISPLAY 'Branch code must be two characters.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF BM-NAME = SPACES
               DISPLAY 'Branch name may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF NOT BM-OPEN AND NOT BM-CLOSED
               DISPLAY 'Status must be O or C.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-BRANCH-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-BRANCH-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:2) = BM-CODE
               DISPLAY 'Branch code already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * a calendar date must be a real one, on file once;
      *only a Saturday or Sunday can be opened as a working day -
      *a weekday is one already
       EDIT-CALENDAR-RTN.
           MOVE CL-DATE TO WS-DC-DATE.
           IF WS-DC-YY = 0 OR WS-DC-MM < 1 OR WS-DC-MM > 12
               DISPLAY 'Date is not a valid YYYYMMDD date.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               PERFORM DATE-MONTH-LEN-RTN
               IF WS-DC-DD < 1 OR WS-DC-DD > WS-DC-MONTH-LEN
                   DISPLAY 'Date is not a valid YYYYMMDD date.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF NOT CL-CLOSED AND NOT CL-OPEN
               DISPLAY 'Holiday flag must be Y or N.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF CL-OPEN AND WS-ENTRY-OK-SW = 'Y'
               PERFORM CALNDR-DOW-RTN
               IF WS-CAL-DOW > 1
                   DISPLAY 'Only a Saturday or Sunday can be '
                       'declared a working day.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF CL-DESC = SPACES
               DISPLAY 'Description may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-CALENDAR-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-CALENDAR-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:8) = CL-DATE
               DISPLAY 'Date already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one trigger line per stream at sequence 000; every
      *step numbered and naming what it runs or waits on
       EDIT-JSTRM-RTN.
           IF JS-STREAM = SPACES
               DISPLAY 'Stream name may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           EVALUATE TRUE
               WHEN JS-TRIGGER-LINE
                   MOVE SPACES TO JS-NAME
                   IF JS-SEQ NOT = 0
                       DISPLAY 'A trigger line is sequence 000.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
                   IF NOT JS-DAILY AND NOT JS-WEEK-END
                       AND NOT JS-MONTH-END AND NOT JS-YEAR-END
                       DISPLAY 'Trigger must be D, W, M or Y.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN JS-PROGRAM-STEP
               WHEN JS-STREAM-GATE
                   MOVE SPACE TO JS-TRIGGER
                   IF JS-SEQ = 0
                       DISPLAY 'A step is numbered 001 or higher.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
                   IF JS-NAME = SPACES
                       DISPLAY 'A step must name what it runs.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
                   IF JS-STREAM-GATE AND JS-NAME = JS-STREAM
                       DISPLAY 'A stream cannot wait on itself.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN OTHER
                   DISPLAY 'Kind must be T, P or S.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
           END-EVALUATE.
           PERFORM CHECK-DUP-JSTRM-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-JSTRM-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:8) = JS-STREAM
               AND WS-REF-ENTRY(WS-IDX)(9:3) = JS-SEQ
               DISPLAY 'Stream and sequence already on file as '
                   'entry ' WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * only the six cumulative journals are archived, each
      *once, and never down to nothing live
       EDIT-RETAIN-RTN.
           IF RN-FILE NOT = "FQJRNL" AND RN-FILE NOT = "TRANSHIST"
               AND RN-FILE NOT = "STUAUDIT"
               AND RN-FILE NOT = "OVRLOG"
               AND RN-FILE NOT = "SIGNLOG"
               AND RN-FILE NOT = "WSPAUDIT"
               DISPLAY 'Not one of the archived journals.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF RN-MONTHS NOT NUMERIC
               OR RN-MONTHS < 1 OR RN-MONTHS > 120
               DISPLAY 'Months kept must be 1 to 120.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-RETAIN-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-RETAIN-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:12) = RN-FILE
               DISPLAY 'Journal already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one schedule line per course and year level, and it
      *must charge something
       EDIT-FEE-RTN.
           IF FE-CRS = SPACES
               DISPLAY 'Course may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF FE-YEAR NOT NUMERIC OR FE-YEAR < 1 OR FE-YEAR > 5
               DISPLAY 'Year level must be 1 to 5.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF FE-TUITION NOT NUMERIC OR FE-MISC NOT NUMERIC
               DISPLAY 'Fees must be amounts.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               IF FE-TUITION + FE-MISC = 0
                   DISPLAY 'A schedule line must charge something.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           PERFORM CHECK-DUP-FEE-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-FEE-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:4) = FE-CRS
               AND WS-REF-ENTRY(WS-IDX)(5:1) = FE-YEAR
               DISPLAY 'Course and year level already on file as '
                   'entry ' WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one line per section of a subject in a term; the
      *section leads with the year level the fee schedule
      *charges by, and the hours must be a real span of the day
       EDIT-OFFER-RTN.
           IF OF-SY NOT NUMERIC OR OF-SY < 1900
               DISPLAY 'School year must be a year.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF OF-TERM NOT NUMERIC OR OF-TERM < 1 OR OF-TERM > 3
               DISPLAY 'Term must be 1 to 3.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF OF-SUBJ = SPACES
               DISPLAY 'Subject may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF OF-SECT(1:1) < '1' OR OF-SECT(1:1) > '5'
               DISPLAY 'Section must start with its year level, '
                   '1 to 5.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           MOVE 0 TO WS-DAY-COUNT.
           INSPECT OF-DAYS TALLYING WS-DAY-COUNT
               FOR ALL 'M' ALL 'T' ALL 'W' ALL 'H' ALL 'F' ALL 'S'
                   ALL SPACE.
           IF OF-DAYS = SPACES OR WS-DAY-COUNT NOT = 6
               DISPLAY 'Days must be letters M T W H F S.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF OF-START NOT NUMERIC OR OF-END NOT NUMERIC
               DISPLAY 'Hours must be clock times (HHMM).'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               IF OF-START-HH > 23 OR OF-START-MM > 59
                   OR OF-END-HH > 23 OR OF-END-MM > 59
                   DISPLAY 'Hours must be clock times (HHMM).'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   IF OF-END NOT > OF-START
                       DISPLAY 'The class must end after it starts.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF OF-CAP NOT NUMERIC OR OF-CAP = 0
               DISPLAY 'Capacity must be at least one seat.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF OF-FAC-ID NOT = SPACES
               PERFORM FAC-LOAD-RTN
               MOVE OF-FAC-ID TO WS-FAC-FIND
               PERFORM FAC-FIND-RTN
               IF WS-FAC-HIT = 0
                   DISPLAY 'Instructor is not on the faculty master.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           PERFORM CHECK-DUP-OFFER-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-OFFER-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:16) = OF-KEY
               DISPLAY 'Section already on file for the term as '
                   'entry ' WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one entry per instructor, every field filled
       EDIT-FACULTY-RTN.
           IF FA-ID = SPACES
               DISPLAY 'Faculty ID may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF FA-NAME = SPACES
               DISPLAY 'Name may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF FA-DEPT = SPACES
               DISPLAY 'Department may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-FACULTY-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-FACULTY-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:6) = FA-ID
               DISPLAY 'Faculty ID already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one entry per subject code; the units weigh its
      *grades in the GWA
       EDIT-SUBJECT-RTN.
           IF SJ-CODE = SPACES
               DISPLAY 'Subject code may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF SJ-DESC = SPACES
               DISPLAY 'Description may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF SJ-UNITS NOT NUMERIC
               DISPLAY 'Units must be a number, 0 to 9.9.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-SUBJECT-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-SUBJECT-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:6) = SJ-CODE
               DISPLAY 'Subject code already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one entry per subject a course requires; every
      *prerequisite must itself be required by the course in
      *an earlier term
       EDIT-CURRIC-RTN.
           IF CU-CRS = SPACES
               DISPLAY 'Course may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF CU-YEAR NOT NUMERIC OR CU-YEAR < 1 OR CU-YEAR > 5
               DISPLAY 'Year level must be 1 to 5.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF CU-TERM NOT NUMERIC OR CU-TERM < 1 OR CU-TERM > 3
               DISPLAY 'Term must be 1 to 3.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF CU-SUBJ = SPACES
               DISPLAY 'Subject may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-PREREQ-CURRIC-RTN
               VARYING WS-PRQ-NO FROM 1 BY 1
               UNTIL WS-PRQ-NO > 3.
           PERFORM CHECK-DUP-CURRIC-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-CURRIC-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:4) = CU-CRS
               AND WS-REF-ENTRY(WS-IDX)(7:6) = CU-SUBJ
               DISPLAY 'Subject already required by the course as '
                   'entry ' WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

       CHECK-PREREQ-CURRIC-RTN.
           IF CU-PREREQ(WS-PRQ-NO) NOT = SPACES
               IF CU-PREREQ(WS-PRQ-NO) = CU-SUBJ
                   DISPLAY 'A subject cannot be its own '
                       'prerequisite.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE 0 TO WS-PRQ-HIT
                   PERFORM FIND-PREREQ-CURRIC-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT OR WS-PRQ-HIT > 0
                   IF WS-PRQ-HIT = 0
                       DISPLAY 'Prerequisite ' CU-PREREQ(WS-PRQ-NO)
                           ' is not required by the course in an '
                           'earlier term.'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       FIND-PREREQ-CURRIC-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:4) = CU-CRS
               AND WS-REF-ENTRY(WS-IDX)(7:6) = CU-PREREQ(WS-PRQ-NO)
               AND WS-REF-ENTRY(WS-IDX)(5:2) < CURRIC-REC(5:2)
               MOVE WS-IDX TO WS-PRQ-HIT
           END-IF.

      * one entry per scholar; the GWA scale runs from 1.00
      *best to 5.00
       EDIT-SCHOLAR-RTN.
           IF SC-SNO NOT NUMERIC OR SC-SNO = 0
               DISPLAY 'Student number must be a number, not zero.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF SC-GRANT = SPACES
               DISPLAY 'Grant may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF SC-MIN-GWA NOT NUMERIC
               OR SC-MIN-GWA < 1 OR SC-MIN-GWA > 5
               DISPLAY 'GWA must be 1.00 to 5.00.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF SC-MIN-LOAD NOT NUMERIC
               DISPLAY 'Load must be a number of units, 0 to 99.9.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-SCHOLAR-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-SCHOLAR-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:5) = SCHOLAR-REC(1:5)
               DISPLAY 'Scholar already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one entry per advertiser; an agency named must be on
      *the agency master, a blank one meaning the client books
      *direct and pays no commission
       EDIT-ADVERTISER-RTN.
           IF AV-CODE = SPACES
               DISPLAY 'Advertiser code may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF AV-NAME = SPACES
               DISPLAY 'Advertiser name may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF AV-LIMIT NOT NUMERIC
               DISPLAY 'Credit limit must be a number.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF AV-TERMS NOT NUMERIC
               DISPLAY 'Terms must be a number of days, 0 to 999.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF AV-AGENCY NOT = SPACES
               PERFORM AGY-LOAD-RTN
               MOVE AV-AGENCY TO WS-AGY-FIND
               PERFORM AGY-FIND-RTN
               IF WS-AGY-HIT = 0
                   DISPLAY 'Agency is not on the agency master.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           PERFORM CHECK-DUP-ADVERTISER-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-ADVERTISER-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:6) = AV-CODE
               DISPLAY 'Advertiser code already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one entry per agency
       EDIT-AGENCY-RTN.
           IF AG-CODE = SPACES
               DISPLAY 'Agency code may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF AG-NAME = SPACES
               DISPLAY 'Agency name may not be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF AG-COMM-PCT NOT NUMERIC OR AG-COMM-PCT > 50
               DISPLAY 'Commission must be 0.00 to 50.00 per cent.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-AGENCY-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-AGENCY-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:4) = AG-CODE
               DISPLAY 'Agency code already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * one entry per show, and only for a show with a
      *schedule - its airings are the days SHOWSKED gives it
       EDIT-INVENTORY-RTN.
           IF CI-SHOW-CODE NOT NUMERIC
               OR CI-SHOW-CODE < 1 OR CI-SHOW-CODE > 12
               DISPLAY 'Show code must be 1 to 12.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               MOVE 'N' TO WS-SKED-HIT
               MOVE 'N' TO WS-SKED-EOF
               OPEN INPUT SKED-FILE
               IF WS-REF-STATUS NOT = "35"
                   PERFORM FIND-SKED-RTN UNTIL WS-SKED-EOF = 'Y'
                   CLOSE SKED-FILE
               END-IF
               IF WS-SKED-HIT = 'N'
                   DISPLAY 'Show has no schedule on SHOWSKED.'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF CI-BREAKS NOT NUMERIC OR CI-BREAKS = 0
               DISPLAY 'Breaks must be a number, 1 to 99.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF CI-BREAK-SPOTS NOT NUMERIC OR CI-BREAK-SPOTS = 0
               DISPLAY 'Spots in a break must be a number, 1 to 99.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-INVENTORY-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       FIND-SKED-RTN.
           READ SKED-FILE
               AT END MOVE 'Y' TO WS-SKED-EOF
               NOT AT END
                   IF SK-SHOW-CODE = CI-SHOW-CODE
                       MOVE 'Y' TO WS-SKED-HIT
                       MOVE 'Y' TO WS-SKED-EOF
                   END-IF
           END-READ.

       CHECK-DUP-INVENTORY-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:2) = CI-SHOW-CODE
               DISPLAY 'Show already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * a center serves one sub-region WSP warns by - the
      *island group and the sub-region named there on AREAS, or
      *one of the three standing island groups while AREAS has
      *not been set up
       EDIT-CENTER-RTN.
           IF EC-CODE = SPACES
               DISPLAY 'Center code cannot be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF EC-NAME = SPACES
               DISPLAY 'Center name cannot be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF EC-SUB NOT NUMERIC OR EC-SUB < 1 OR EC-SUB > 3
               DISPLAY 'Sub-region number must be 1 to 3.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               MOVE EC-MATA TO WS-AREA-MATA
               MOVE EC-SUB TO WS-AREA-SUB
               PERFORM CHECK-AREA-RTN
           END-IF.
           IF EC-CAPACITY NOT NUMERIC OR EC-CAPACITY = 0
               DISPLAY 'Capacity must be a number, 1 to 99999.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           PERFORM CHECK-DUP-CENTER-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

      * the island group in WS-AREA-MATA must be on AREAS with
      *sub-region WS-AREA-SUB named, or be one of the three
      *standing island groups while AREAS has not been set up
       CHECK-AREA-RTN.
           MOVE 'N' TO WS-AREA-HIT.
           MOVE 'N' TO WS-AREA-EOF.
           OPEN INPUT AREA-FILE.
           IF WS-REF-STATUS = "35"
               IF WS-AREA-MATA = "LUZON" OR WS-AREA-MATA = "VISAYAS"
                   OR WS-AREA-MATA = "MINDANAO"
                   MOVE 'Y' TO WS-AREA-HIT
               END-IF
           ELSE
               PERFORM FIND-AREA-RTN UNTIL WS-AREA-EOF = 'Y'
               CLOSE AREA-FILE
           END-IF.
           IF WS-AREA-HIT = 'N'
               DISPLAY 'Island group or sub-region not on AREAS.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

       FIND-AREA-RTN.
           READ AREA-FILE
               AT END MOVE 'Y' TO WS-AREA-EOF
               NOT AT END
                   IF ARF-NAME = WS-AREA-MATA
                       AND ARF-SUBREGION(WS-AREA-SUB) NOT = SPACES
                       MOVE 'Y' TO WS-AREA-HIT
                       MOVE 'Y' TO WS-AREA-EOF
                   END-IF
           END-READ.

       CHECK-DUP-CENTER-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:4) = EC-CODE
               DISPLAY 'Center already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * a city is matched to the customer addresses in
      *capitals, and lies in one sub-region WSP warns by
       EDIT-CITY-RTN.
           INSPECT CM-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CM-MATA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF CM-CITY = SPACES
               DISPLAY 'City cannot be blank.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF CM-SUB NOT NUMERIC OR CM-SUB < 1 OR CM-SUB > 3
               DISPLAY 'Sub-region number must be 1 to 3.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               MOVE CM-MATA TO WS-AREA-MATA
               MOVE CM-SUB TO WS-AREA-SUB
               PERFORM CHECK-AREA-RTN
           END-IF.
           PERFORM CHECK-DUP-CITY-RTN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REF-COUNT.

       CHECK-DUP-CITY-RTN.
           IF WS-IDX NOT = WS-ENTRY-NO
               AND WS-REF-ENTRY(WS-IDX)(1:15) = CM-CITY
               DISPLAY 'City already on file as entry '
                   WS-IDX '.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

       LIST-ENTRIES-RTN.
           IF WS-REF-COUNT = 0
       REWRITE-FILE-RTN.
           EVALUATE WS-FILE-CHOICE
               WHEN 1
                   OPEN OUTPUT BRMAST-FILE
                   PERFORM WRITE-BRANCH-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE BRMAST-FILE
               WHEN 2
                   OPEN OUTPUT UNIV-FILE
                   PERFORM WRITE-UNIV-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE SKED-FILE
               WHEN 7
                   OPEN OUTPUT CALNDR-FILE
                   PERFORM WRITE-CALENDAR-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE CALNDR-FILE
               WHEN 8
                   OPEN OUTPUT JSTRM-FILE
                   PERFORM WRITE-JSTRM-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE JSTRM-FILE
               WHEN 9
                   OPEN OUTPUT RETAIN-FILE
                   PERFORM WRITE-RETAIN-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE RETAIN-FILE
               WHEN 10
                   OPEN OUTPUT FEE-FILE
                   PERFORM WRITE-FEE-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE FEE-FILE
               WHEN 11
                   OPEN OUTPUT OFFER-FILE
                   PERFORM WRITE-OFFER-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE OFFER-FILE
               WHEN 12
                   OPEN OUTPUT FACULTY-FILE
                   PERFORM WRITE-FACULTY-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE FACULTY-FILE
               WHEN 13
                   OPEN OUTPUT SUBJECT-FILE
                   PERFORM WRITE-SUBJECT-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE SUBJECT-FILE
               WHEN 14
                   OPEN OUTPUT CURRIC-FILE
                   PERFORM WRITE-CURRIC-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE CURRIC-FILE
               WHEN 15
                   OPEN OUTPUT SCHOLAR-FILE
                   PERFORM WRITE-SCHOLAR-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE SCHOLAR-FILE
               WHEN 16
                   OPEN OUTPUT ADV-FILE
                   PERFORM WRITE-ADVERTISER-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE ADV-FILE
               WHEN 17
                   OPEN OUTPUT AGY-FILE
                   PERFORM WRITE-AGENCY-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE AGY-FILE
               WHEN 18
                   OPEN OUTPUT CINV-FILE
                   PERFORM WRITE-INVENTORY-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE CINV-FILE
               WHEN 19
                   OPEN OUTPUT ECTR-FILE
                   PERFORM WRITE-CENTER-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE ECTR-FILE
               WHEN 20
                   OPEN OUTPUT CITY-FILE
                   PERFORM WRITE-CITY-RTN
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-REF-COUNT
                   CLOSE CITY-FILE
           END-EVALUATE.
           DISPLAY 'File rewritten - ' WS-REF-COUNT ' entr(ies).'.

       WRITE-BRANCH-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO BRMAST-REC.
           WRITE BRMAST-REC.

       WRITE-UNIV-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO UNIV-REC.
       WRITE-SKED-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO SKED-REC.
           WRITE SKED-REC.

       WRITE-CALENDAR-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO CALNDR-REC.
           WRITE CALNDR-REC.

       WRITE-JSTRM-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO JSTRM-REC.
           WRITE JSTRM-REC.

       WRITE-RETAIN-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO RETAIN-REC.
           WRITE RETAIN-REC.

       WRITE-FEE-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO FEE-REC.
           WRITE FEE-REC.

       WRITE-OFFER-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO OFFER-REC.
           WRITE OFFER-REC.

       WRITE-FACULTY-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO FACULTY-REC.
           WRITE FACULTY-REC.

       WRITE-SUBJECT-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO SUBJECT-REC.
           WRITE SUBJECT-REC.

       WRITE-CURRIC-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO CURRIC-REC.
           WRITE CURRIC-REC.

       WRITE-SCHOLAR-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO SCHOLAR-REC.
           WRITE SCHOLAR-REC.

       WRITE-ADVERTISER-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO ADV-REC.
           WRITE ADV-REC.

       WRITE-AGENCY-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO AGY-REC.
           WRITE AGY-REC.

       WRITE-INVENTORY-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO CINV-REC.
           WRITE CINV-REC.

       WRITE-CENTER-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO ECTR-REC.
           WRITE ECTR-REC.

       WRITE-CITY-RTN.
           MOVE WS-REF-ENTRY(WS-IDX) TO CITY-REC.
           WRITE CITY-REC.
