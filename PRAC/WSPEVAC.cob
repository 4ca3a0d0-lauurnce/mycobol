       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSP-EVACUATION.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the daily evacuation count
      *                that used to be phoned in and kept on a
      *                whiteboard. Keyed to a storm WSP has on
      *                ECNERWAL whose evacuation is still open, it
      *                takes for each evacuation center on EVACCTR
      *                the families and persons sheltering there
      *                and the relief packs given out, dated with
      *                the business date, onto EVACLOG; a center
      *                keyed twice the same day takes the later
      *                count. A center over its capacity is flagged
      *                as the count is taken. (C)lose ends the
      *                storm's evacuation: the closing figures -
      *                centers that reported, the peak day's
      *                families and persons, relief packs given and
      *                packs short - are stored on the storm's
      *                latest ECNERWAL record and no further count
      *                is taken for it. WSP-SITREP reports off the
      *                same log.
      *2026-10-15  LP  A storm logged on more days than the tally's
      *                day table holds is not closed: its peak day
      *                would be taken from the days that fitted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the storm archive WSP appends to
           SELECT STORM-FILE ASSIGN TO "ECNERWAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORM-STATUS.

      * the evacuation centers REFMAINT keeps and the daily
      *counts taken against them
           COPY ECTRSL.
           COPY EVACSL.

      * shared run-log written alongside the log
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STORM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STORM-REC.
       01  STORM-REC.
      * shared storm-record layout
           COPY STORMREC.

           COPY ECTRFD.

           COPY EVACFD.

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * the centers, the log and the tally of one storm
           COPY ECTRWS.
           COPY EVACWS.
           COPY EVSUMWS.

       01  WS-STORM-STATUS PIC XX VALUE SPACES.
       01  WS-RUN-MODE     PIC X VALUE 'E'.
       01  ANS             PIC X VALUE SPACES.
       01  WS-CONFIRM      PIC X VALUE SPACES.
       01  WS-TAKEN        PIC 9(4) VALUE 0.
       01  WS-OVER-BY      PIC 9(6) VALUE 0.

      * the day's count as keyed
       01  KY-CENTER       PIC X(4) VALUE SPACES.
       01  KY-FAMILIES     PIC 9(5) VALUE 0.
       01  KY-PERSONS      PIC 9(6) VALUE 0.
       01  KY-PACKS        PIC 9(6) VALUE 0.

      * the storm archive held whole, so the closing figures
      *can go onto the storm's latest record and the file be
      *rewritten, the way WSP's amendment does it
       01  WS-ARC-TABLE.
           05 WS-ARC-COUNT PIC 9(3) VALUE 0.
           05 WS-ARC-ENTRY PIC X(147) OCCURS 200 TIMES
                            INDEXED BY AR-IDX.
       01  WS-ARC-EOF      PIC X VALUE 'N'.
       01  WS-ARC-HIT      PIC 9(3) VALUE 0.
       01  WS-ARC-OVER-SW  PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           PERFORM ECTR-LOAD-RTN.
           PERFORM EVAC-LOAD-RTN.
      * a log past the table would lose counts at the
      *rewrite - touch nothing
           IF WS-ECTR-OVFL-SW = 'Y' OR WS-EVAC-OVFL-SW = 'Y'
               DISPLAY 'WSP-EVACUATION: *** EVACCTR OR EVACLOG TOO '
                   'LARGE FOR THE WORK TABLE. ***'
               DISPLAY 'WSP-EVACUATION: NOTHING TOUCHED. RAISE THE '
                   'TABLE AND RERUN.'
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-ECTR-COUNT = 0
               DISPLAY 'WSP-EVACUATION: NO EVACUATION CENTERS ON '
                   'EVACCTR - SET THEM UP IN REFMAINT.'
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-ARCHIVE-RTN.

           DISPLAY '(E)nter the day''s counts or (C)lose a '
               'storm''s evacuation? '.
           ACCEPT WS-RUN-MODE.
           DISPLAY 'Storm name: '.
           ACCEPT WS-EVS-STORM.
           PERFORM FIND-STORM-RTN.

           EVALUATE TRUE
               WHEN WS-ARC-HIT = 0
                   DISPLAY 'WSP-EVACUATION: NO COMMITTED RECORD FOR '
                       'THAT STORM ON ECNERWAL.'
               WHEN D-EVAC-CLOSED > 0
                   DISPLAY 'WSP-EVACUATION: EVACUATION FOR THAT '
                       'STORM WAS CLOSED ON ' D-EVAC-CLOSED '.'
               WHEN WS-RUN-MODE = 'C' OR WS-RUN-MODE = 'c'
                   PERFORM CLOSE-RTN
               WHEN OTHER
                   MOVE SPACES TO ANS
                   PERFORM ENTRY-RTN
                       UNTIL ANS = 'N' OR ANS = 'n'
                   IF WS-TAKEN > 0
                       PERFORM EVAC-SAVE-RTN
                   END-IF
                   DISPLAY 'WSP-EVACUATION: ' WS-TAKEN
                       ' COUNT(S) TAKEN FOR ' WS-RUNLOG-DATE '.'
           END-EVALUATE.

           MOVE WS-TAKEN TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="WSP-EVACUATION"==.

      * shared evacuation-center, log and tally paragraphs
           COPY ECTRRTN.
           COPY EVACRTN.
           COPY EVSUMRTN.

       LOAD-ARCHIVE-RTN.
           OPEN INPUT STORM-FILE.
           IF WS-STORM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-ARC-RTN UNTIL WS-ARC-EOF = 'Y'
               CLOSE STORM-FILE
           END-IF.

       LOAD-ONE-ARC-RTN.
           READ STORM-FILE
               AT END MOVE 'Y' TO WS-ARC-EOF
               NOT AT END
                   IF WS-ARC-COUNT < 200
                       ADD 1 TO WS-ARC-COUNT
                       SET AR-IDX TO WS-ARC-COUNT
                       MOVE STORM-REC TO WS-ARC-ENTRY(AR-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ARC-OVER-SW
                   END-IF
           END-READ.

      * the latest record for the name is the storm as it
      *stands; it is left in STORM-REC for the caller
       FIND-STORM-RTN.
           MOVE 0 TO WS-ARC-HIT.
           PERFORM MATCH-ONE-ARC-RTN
               VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > WS-ARC-COUNT.
           IF WS-ARC-HIT > 0
               SET AR-IDX TO WS-ARC-HIT
               MOVE WS-ARC-ENTRY(AR-IDX) TO STORM-REC
           END-IF.

       MATCH-ONE-ARC-RTN.
           MOVE WS-ARC-ENTRY(AR-IDX) TO STORM-REC.
           IF D-NOS = WS-EVS-STORM
               SET WS-ARC-HIT TO AR-IDX
           END-IF.

      * one center's count for the business date
       ENTRY-RTN.
           DISPLAY 'Center code: '.
           ACCEPT KY-CENTER.
           MOVE KY-CENTER TO WS-ECTR-FIND.
           PERFORM ECTR-FIND-RTN.
           IF WS-ECTR-HIT = 0
               DISPLAY 'Center not on EVACCTR - not taken.'
           ELSE
               PERFORM TAKE-COUNT-RTN
           END-IF.
           DISPLAY 'Another center? (Y/N): '.
           ACCEPT ANS.

       TAKE-COUNT-RTN.
           SET CT-IDX TO WS-ECTR-HIT.
           DISPLAY CT-NAME(CT-IDX) ' ' CT-MATA(CT-IDX)
               ' sub-region ' CT-SUB(CT-IDX)
               ' capacity ' CT-CAPACITY(CT-IDX).
           MOVE WS-EVS-STORM TO WS-EVAC-FIND-NOS.
           MOVE WS-RUNLOG-DATE TO WS-EVAC-FIND-DATE.
           MOVE KY-CENTER TO WS-EVAC-FIND-CENTER.
           PERFORM EVAC-FIND-RTN.
           IF WS-EVAC-HIT > 0
               DISPLAY 'Already counted today - this count '
                   'replaces it.'
           END-IF.
           DISPLAY 'Evacuee families: '.
           ACCEPT KY-FAMILIES.
           DISPLAY 'Evacuee persons: '.
           ACCEPT KY-PERSONS.
           DISPLAY 'Relief packs given out today: '.
           ACCEPT KY-PACKS.
           EVALUATE TRUE
               WHEN KY-FAMILIES > KY-PERSONS
                   DISPLAY 'More families than persons - not taken.'
               WHEN WS-EVAC-HIT = 0 AND WS-EVAC-COUNT NOT < 2000
                   DISPLAY 'EVACLOG is full - not taken.'
               WHEN OTHER
                   PERFORM STORE-COUNT-RTN
           END-EVALUATE.

       STORE-COUNT-RTN.
           IF WS-EVAC-HIT = 0
               ADD 1 TO WS-EVAC-COUNT
               MOVE WS-EVAC-COUNT TO WS-EVAC-HIT
           END-IF.
           SET ET-IDX TO WS-EVAC-HIT.
           MOVE WS-EVAC-FIND TO ET-KEY(ET-IDX).
           MOVE KY-FAMILIES TO ET-FAMILIES(ET-IDX).
           MOVE KY-PERSONS TO ET-PERSONS(ET-IDX).
           MOVE KY-PACKS TO ET-PACKS(ET-IDX).
           ADD 1 TO WS-TAKEN.
           IF KY-PERSONS > CT-CAPACITY(CT-IDX)
               COMPUTE WS-OVER-BY = KY-PERSONS - CT-CAPACITY(CT-IDX)
               DISPLAY '*** OVER CAPACITY BY ' WS-OVER-BY
                   ' PERSON(S) - MOVE EVACUEES OR OPEN A CENTER. ***'
           END-IF.

      * the storm's evacuation closes on the figures the log
      *gives; they ride on its latest record from then on
       CLOSE-RTN.
           PERFORM EVSUM-TALLY-RTN.
           EVALUATE TRUE
               WHEN WS-ARC-OVER-SW = 'Y'
                   DISPLAY 'WSP-EVACUATION: ECNERWAL TOO LARGE FOR '
                       'THE WORK TABLE - NOT CLOSED.'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EVS-DAY-OVFL-SW = 'Y'
                   DISPLAY 'WSP-EVACUATION: MORE THAN 60 DAYS LOGGED '
                       'FOR THAT STORM - NOT CLOSED. RAISE THE '
                       'TABLE AND RERUN.'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EVS-CENTERS = 0
                   DISPLAY 'WSP-EVACUATION: NO COUNTS TAKEN FOR '
                       'THAT STORM - NOTHING TO CLOSE.'
               WHEN OTHER
                   DISPLAY 'Centers reported:      ' WS-EVS-CENTERS
                   DISPLAY 'Peak day:              ' WS-EVS-PEAK-DATE
                   DISPLAY '  families:            ' WS-EVS-PEAK-FAM
                   DISPLAY '  persons:             ' WS-EVS-PEAK-PERS
                   DISPLAY 'Relief packs given:    ' WS-EVS-PACKS
                   DISPLAY 'Relief packs short:    ' WS-EVS-SHORT
                   DISPLAY 'Close the evacuation on these figures? '
                       '(Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM STORE-CLOSING-RTN
                   ELSE
                       DISPLAY 'WSP-EVACUATION: NOT CLOSED.'
                   END-IF
           END-EVALUATE.

       STORE-CLOSING-RTN.
           MOVE WS-RUNLOG-DATE TO D-EVAC-CLOSED.
           MOVE WS-EVS-CENTERS TO D-EVAC-CENTERS.
           MOVE WS-EVS-PEAK-FAM TO D-EVAC-FAMILIES.
           MOVE WS-EVS-PEAK-PERS TO D-EVAC-PERSONS.
           MOVE WS-EVS-PACKS TO D-RELIEF-PACKS.
           MOVE WS-EVS-SHORT TO D-RELIEF-SHORT.
           SET AR-IDX TO WS-ARC-HIT.
           MOVE STORM-REC TO WS-ARC-ENTRY(AR-IDX).
           OPEN OUTPUT STORM-FILE.
           PERFORM WRITE-ONE-ARC-RTN
               VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > WS-ARC-COUNT.
           CLOSE STORM-FILE.
           MOVE 1 TO WS-TAKEN.
           DISPLAY 'WSP-EVACUATION: EVACUATION CLOSED AND FIGURES '
               'STORED ON ECNERWAL.'.

       WRITE-ONE-ARC-RTN.
           MOVE WS-ARC-ENTRY(AR-IDX) TO STORM-REC.
           WRITE STORM-REC.
