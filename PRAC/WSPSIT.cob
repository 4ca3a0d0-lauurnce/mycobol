       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSP-SITREP.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the evacuation situation
      *                report, one section per storm on EVACLOG:
      *                every evacuation center on EVACCTR under its
      *                sub-region and island group from the AREAS
      *                table WSP warns by, with its capacity, the
      *                families and persons there as last counted,
      *                the use of its capacity, and the relief
      *                packs given out against one per family per
      *                day; totals per sub-region, island group and
      *                storm; the peak day; and the over-capacity
      *                centers and relief shortfalls listed apart,
      *                to EVACSIT.OUT. A storm WSP-EVACUATION has
      *                closed is shown with its closing date.
      *2026-10-15  LP  A storm logged on more days than the tally's
      *                day table holds has a warning printed under
      *                its peak day, and the run ends with return
      *                code 4.

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

      * area reference file kept current by REFMAINT
           SELECT AREA-FILE ASSIGN TO "AREAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREA-STATUS.

      * the evacuation centers and the daily counts
           COPY ECTRSL.
           COPY EVACSL.

           SELECT RPT-FILE ASSIGN TO "EVACSIT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STORM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STORM-REC.
       01  STORM-REC.
      * shared storm-record layout
           COPY STORMREC.

       FD  AREA-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AREA-REC.
       01  AREA-REC.
           02 ARF-NAME PIC X(10).
           02 ARF-SUBREGION PIC X(20) OCCURS 3 TIMES.

           COPY ECTRFD.

           COPY EVACFD.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * the centers, the log and the tally of one storm
           COPY ECTRWS.
           COPY EVACWS.
           COPY EVSUMWS.

       01  WS-STORM-STATUS PIC XX VALUE SPACES.
       01  WS-STORM-EOF    PIC X VALUE 'N'.
       01  WS-AREA-STATUS  PIC XX VALUE SPACES.
       01  WS-AREA-EOF     PIC X VALUE 'N'.
       01  WS-AREA-LOADED  PIC 99 VALUE 0.
       01  WS-SUB-NO       PIC 9 VALUE 0.
       01  WS-LVL          PIC 9 VALUE 0.
       01  WS-LVL-HIT      PIC 9 VALUE 0.
       01  WS-LISTED       PIC 999 VALUE 0.
       01  WS-STORMS-RPT   PIC 99 VALUE 0.
       01  WS-OVER-BY      PIC 9(7) VALUE 0.
       01  WS-PCT          PIC 9(4) VALUE 0.

      * the storms with counts on the log, in the order first
      *counted, and each one's closing date off ECNERWAL
       01  WS-SR-TABLE.
           05 WS-SR-COUNT PIC 99 VALUE 0.
           05 WS-SR-ENTRY OCCURS 50 TIMES INDEXED BY SR-IDX.
              10 SR-NOS       PIC X(20).
              10 SR-CLOSED    PIC 9(8).
       01  WS-SR-HIT       PIC 99 VALUE 0.
       01  WS-SR-OVFL-SW   PIC X VALUE 'N'.

      * which centers have been printed under an island
      *group, so one the AREAS table no longer names still shows
       01  WS-DONE-TABLE.
           05 WS-DONE-SW PIC X OCCURS 100 TIMES.

      * running totals: 1 sub-region, 2 island group, 3 storm
       01  WS-TOT-TABLE.
           05 WS-TOT-LVL OCCURS 3 TIMES.
              10 TT-CENTERS  PIC 999.
              10 TT-CAPACITY PIC 9(7).
              10 TT-FAMILIES PIC 9(7).
              10 TT-PERSONS  PIC 9(7).
              10 TT-PACKS    PIC 9(7).
              10 TT-SHORT    PIC 9(7).

      * sub-region detail under each island group, the
      *compiled names standing in when AREAS is absent
       01  WS-AREA-NAMES-TABLE.
           02 FILLER PIC X(10) VALUE "LUZON".
           02 FILLER PIC X(20) VALUE "NCR".
           02 FILLER PIC X(20) VALUE "CALABARZON".
           02 FILLER PIC X(20) VALUE "ILOCOS REGION".
           02 FILLER PIC X(10) VALUE "VISAYAS".
           02 FILLER PIC X(20) VALUE "CEBU".
           02 FILLER PIC X(20) VALUE "ILOILO".
           02 FILLER PIC X(20) VALUE "LEYTE".
           02 FILLER PIC X(10) VALUE "MINDANAO".
           02 FILLER PIC X(20) VALUE "DAVAO REGION".
           02 FILLER PIC X(20) VALUE "CARAGA".
           02 FILLER PIC X(20) VALUE "ZAMBOANGA PENINSULA".
       01  WS-AREA-ENTRY REDEFINES WS-AREA-NAMES-TABLE
               OCCURS 3 TIMES INDEXED BY MA-IDX.
           02 MA-NAME PIC X(10).
           02 MA-SUBREGION PIC X(20) OCCURS 3 TIMES.

       01  HDR-1.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE
              "Evacuation Situation Report".
           02 FILLER PIC X(25) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  STORM-LINE.
           02 FILLER PIC X(7)  VALUE "Storm: ".
           02 SL-NOS PIC X(20).
           02 FILLER PIC X(10) VALUE "  Status: ".
           02 SL-STATUS PIC X(43).

       01  COL-LINE.
           02 FILLER PIC X(40) VALUE
              "Code Center          Capacity  Families ".
           02 FILLER PIC X(40) VALUE
              "  Persons  Use%     Packs     Short Flag".

       01  GROUP-LINE.
           02 GL-LABEL PIC X(80).

       01  PRT-LINE.
           02 PL-LABEL  PIC X(19).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-CAP    PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-FAM    PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-PERS   PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-PCT    PIC ZZZ9.
           02 FILLER    PIC X(1)  VALUE "%".
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-PACKS  PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-SHORT  PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 PL-FLAG   PIC X(4).

       01  PEAK-LINE.
           02 FILLER PIC X(10) VALUE "Peak day: ".
           02 PK-DATE PIC 9(8).
           02 FILLER PIC X(3)  VALUE SPACES.
           02 PK-FAM  PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(11) VALUE " families, ".
           02 PK-PERS PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(30) VALUE " persons in evacuation centers".

       01  LIST-LINE.
           02 FILLER  PIC X(2) VALUE SPACES.
           02 LL-CODE PIC X(4).
           02 FILLER  PIC X(1) VALUE SPACES.
           02 LL-NAME PIC X(30).
           02 FILLER  PIC X(1) VALUE SPACES.
           02 LL-TEXT PIC X(42).

       01  WS-NUM-1-ED PIC Z,ZZZ,ZZ9.
       01  WS-NUM-2-ED PIC Z,ZZZ,ZZ9.
       01  WS-NUM-3-ED PIC Z,ZZZ,ZZ9.

       01  DAYOVFL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(31) VALUE
              "*** More than 60 days logged - ".
           02 FILLER PIC X(38) VALUE
              "peak day is from the first 60 only ***".
           02 FILLER PIC X(9) VALUE SPACES.

       01  UNKNOWN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UL-COUNT PIC ZZZ9.
           02 FILLER PIC X(48) VALUE
              " count(s) for centers no longer on EVACCTR left ".
           02 FILLER PIC X(26) VALUE "out of the figures above.".

       01  NONE-LINE.
           02 FILLER PIC X(40) VALUE
              "  No evacuation counts on file.".
           02 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           PERFORM LOAD-AREAS-RTN.
           PERFORM ECTR-LOAD-RTN.
           PERFORM EVAC-LOAD-RTN.
           IF WS-ECTR-OVFL-SW = 'Y' OR WS-EVAC-OVFL-SW = 'Y'
               DISPLAY "WSP-SITREP: *** EVACCTR OR EVACLOG TOO LARGE "
                   "FOR THE WORK TABLE. ***"
               DISPLAY "WSP-SITREP: REPORT NOT PRODUCED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM COLLECT-STORM-RTN
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-EVAC-COUNT.
           PERFORM LOAD-CLOSED-RTN.

           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           IF WS-SR-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.
           PERFORM REPORT-STORM-RTN
               VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-SR-COUNT.
           CLOSE RPT-FILE.

           IF WS-SR-OVFL-SW = 'Y'
               DISPLAY "WSP-SITREP: MORE THAN 50 STORMS ON EVACLOG - "
                   "THE FIRST 50 REPORTED."
           END-IF.
           DISPLAY "WSP-SITREP: " WS-STORMS-RPT " STORM(S) REPORTED.".
           MOVE WS-STORMS-RPT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="WSP-SITREP"==.

      * shared evacuation-center, log and tally paragraphs
           COPY ECTRRTN.
           COPY EVACRTN.
           COPY EVSUMRTN.

      * the island-group/sub-region names come from the
      *AREAS reference file REFMAINT keeps current; a missing file
      *leaves the compiled names in force
       LOAD-AREAS-RTN.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-AREA-RTN UNTIL WS-AREA-EOF = 'Y'
               CLOSE AREA-FILE
           END-IF.

       READ-ONE-AREA-RTN.
           READ AREA-FILE
               AT END MOVE 'Y' TO WS-AREA-EOF
               NOT AT END
                   IF WS-AREA-LOADED < 3
                       ADD 1 TO WS-AREA-LOADED
                       SET MA-IDX TO WS-AREA-LOADED
                       MOVE AREA-REC TO WS-AREA-ENTRY(MA-IDX)
                   END-IF
           END-READ.

       COLLECT-STORM-RTN.
           MOVE 0 TO WS-SR-HIT.
           PERFORM MATCH-STORM-RTN
               VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-SR-COUNT OR WS-SR-HIT > 0.
           IF WS-SR-HIT = 0
               IF WS-SR-COUNT < 50
                   ADD 1 TO WS-SR-COUNT
                   SET SR-IDX TO WS-SR-COUNT
                   MOVE ET-NOS(ET-IDX) TO SR-NOS(SR-IDX)
                   MOVE 0 TO SR-CLOSED(SR-IDX)
               ELSE
                   MOVE 'Y' TO WS-SR-OVFL-SW
               END-IF
           END-IF.

       MATCH-STORM-RTN.
           IF SR-NOS(SR-IDX) = ET-NOS(ET-IDX)
               SET WS-SR-HIT TO SR-IDX
           END-IF.

      * the latest record for a storm carries its closing
      *date, zero while its evacuation is open
       LOAD-CLOSED-RTN.
           OPEN INPUT STORM-FILE.
           IF WS-STORM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-STORM-RTN UNTIL WS-STORM-EOF = 'Y'
               CLOSE STORM-FILE
           END-IF.

       READ-ONE-STORM-RTN.
           READ STORM-FILE
               AT END MOVE 'Y' TO WS-STORM-EOF
               NOT AT END
                   PERFORM TAKE-CLOSED-RTN
                       VARYING SR-IDX FROM 1 BY 1
                       UNTIL SR-IDX > WS-SR-COUNT
           END-READ.

       TAKE-CLOSED-RTN.
           IF SR-NOS(SR-IDX) = D-NOS
               MOVE D-EVAC-CLOSED TO SR-CLOSED(SR-IDX)
           END-IF.

      * one storm's section: its centers by island group and
      *sub-region, the peak day, then the exceptions
       REPORT-STORM-RTN.
           ADD 1 TO WS-STORMS-RPT.
           MOVE SR-NOS(SR-IDX) TO WS-EVS-STORM.
           PERFORM EVSUM-TALLY-RTN.
           INITIALIZE WS-TOT-TABLE.
           MOVE ALL 'N' TO WS-DONE-TABLE.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SR-NOS(SR-IDX) TO SL-NOS.
           IF SR-CLOSED(SR-IDX) > 0
               MOVE SPACES TO SL-STATUS
               STRING "CLOSED ON " SR-CLOSED(SR-IDX)
                   DELIMITED BY SIZE INTO SL-STATUS
           ELSE
               MOVE "OPEN" TO SL-STATUS
           END-IF.
           WRITE PRINT-LINE FROM STORM-LINE.
           WRITE PRINT-LINE FROM COL-LINE.

           PERFORM REPORT-GROUP-RTN
               VARYING MA-IDX FROM 1 BY 1 UNTIL MA-IDX > 3.
           PERFORM REPORT-STRAYS-RTN.
           MOVE "STORM TOTAL" TO PL-LABEL.
           MOVE 3 TO WS-LVL.
           PERFORM PRINT-TOTAL-RTN.

           MOVE WS-EVS-PEAK-DATE TO PK-DATE.
           MOVE WS-EVS-PEAK-FAM TO PK-FAM.
           MOVE WS-EVS-PEAK-PERS TO PK-PERS.
           WRITE PRINT-LINE FROM PEAK-LINE.
      * a storm logged on more days than the tally holds has
      *its peak taken from the days that fitted - say so
           IF WS-EVS-DAY-OVFL-SW = 'Y'
               WRITE PRINT-LINE FROM DAYOVFL-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-EVS-UNKNOWN > 0
               MOVE WS-EVS-UNKNOWN TO UL-COUNT
               WRITE PRINT-LINE FROM UNKNOWN-LINE
           END-IF.

           PERFORM REPORT-OVER-RTN.
           PERFORM REPORT-SHORT-RTN.

       REPORT-GROUP-RTN.
           MOVE 0 TO WS-LISTED.
           PERFORM COUNT-IN-GROUP-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-ECTR-COUNT.
           IF WS-LISTED > 0
               MOVE MA-NAME(MA-IDX) TO GL-LABEL
               WRITE PRINT-LINE FROM GROUP-LINE
               PERFORM REPORT-SUB-RTN
                   VARYING WS-SUB-NO FROM 1 BY 1
                   UNTIL WS-SUB-NO > 3
               MOVE SPACES TO PL-LABEL
               STRING "TOTAL " MA-NAME(MA-IDX)
                   DELIMITED BY SIZE INTO PL-LABEL
               MOVE 2 TO WS-LVL
               PERFORM PRINT-TOTAL-RTN
           END-IF.

       COUNT-IN-GROUP-RTN.
           IF CT-MATA(CT-IDX) = MA-NAME(MA-IDX)
               ADD 1 TO WS-LISTED
           END-IF.

       REPORT-SUB-RTN.
           MOVE 0 TO WS-LISTED.
           PERFORM COUNT-IN-SUB-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-ECTR-COUNT.
           IF WS-LISTED > 0
               MOVE SPACES TO GL-LABEL
               STRING "  " MA-SUBREGION(MA-IDX, WS-SUB-NO)
                   DELIMITED BY SIZE INTO GL-LABEL
               WRITE PRINT-LINE FROM GROUP-LINE
               PERFORM REPORT-CENTER-RTN
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-ECTR-COUNT
               MOVE "  Sub-region total" TO PL-LABEL
               MOVE 1 TO WS-LVL
               PERFORM PRINT-TOTAL-RTN
           END-IF.

       COUNT-IN-SUB-RTN.
           IF CT-MATA(CT-IDX) = MA-NAME(MA-IDX)
               AND CT-SUB(CT-IDX) = WS-SUB-NO
               ADD 1 TO WS-LISTED
           END-IF.

       REPORT-CENTER-RTN.
           IF CT-MATA(CT-IDX) = MA-NAME(MA-IDX)
               AND CT-SUB(CT-IDX) = WS-SUB-NO
               PERFORM PRINT-CENTER-RTN
           END-IF.

      * a center the AREAS table no longer places still
      *counts in the storm total
       REPORT-STRAYS-RTN.
           MOVE 0 TO WS-LISTED.
           PERFORM COUNT-STRAY-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-ECTR-COUNT.
           IF WS-LISTED > 0
               MOVE "NOT ON AREAS" TO GL-LABEL
               WRITE PRINT-LINE FROM GROUP-LINE
               PERFORM PRINT-STRAY-RTN
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-ECTR-COUNT
           END-IF.

       COUNT-STRAY-RTN.
           IF WS-DONE-SW(CT-IDX) = 'N'
               ADD 1 TO WS-LISTED
           END-IF.

       PRINT-STRAY-RTN.
           IF WS-DONE-SW(CT-IDX) = 'N'
               PERFORM PRINT-CENTER-RTN
           END-IF.

      * the center as last counted, and into every level's
      *running totals
       PRINT-CENTER-RTN.
           MOVE 'Y' TO WS-DONE-SW(CT-IDX).
           SET WS-EVS-IDX TO CT-IDX.
           MOVE SPACES TO PL-LABEL.
           MOVE CT-CODE(CT-IDX) TO PL-LABEL(1:4).
           MOVE CT-NAME(CT-IDX) TO PL-LABEL(6:14).
           MOVE CT-CAPACITY(CT-IDX) TO PL-CAP.
           MOVE ES-FAMILIES(WS-EVS-IDX) TO PL-FAM.
           MOVE ES-PERSONS(WS-EVS-IDX) TO PL-PERS.
           COMPUTE WS-PCT ROUNDED =
               ES-PERSONS(WS-EVS-IDX) * 100 / CT-CAPACITY(CT-IDX)
               ON SIZE ERROR MOVE 9999 TO WS-PCT
           END-COMPUTE.
           MOVE WS-PCT TO PL-PCT.
           MOVE ES-PACKS(WS-EVS-IDX) TO PL-PACKS.
           MOVE ES-SHORT(WS-EVS-IDX) TO PL-SHORT.
           MOVE SPACES TO PL-FLAG.
           IF ES-PERSONS(WS-EVS-IDX) > CT-CAPACITY(CT-IDX)
               MOVE "OVER" TO PL-FLAG
           END-IF.
           WRITE PRINT-LINE FROM PRT-LINE.
           PERFORM ADD-LEVEL-RTN
               VARYING WS-LVL-HIT FROM 1 BY 1 UNTIL WS-LVL-HIT > 3.

       ADD-LEVEL-RTN.
           ADD 1 TO TT-CENTERS(WS-LVL-HIT).
           ADD CT-CAPACITY(CT-IDX) TO TT-CAPACITY(WS-LVL-HIT).
           ADD ES-FAMILIES(WS-EVS-IDX) TO TT-FAMILIES(WS-LVL-HIT).
           ADD ES-PERSONS(WS-EVS-IDX) TO TT-PERSONS(WS-LVL-HIT).
           ADD ES-PACKS(WS-EVS-IDX) TO TT-PACKS(WS-LVL-HIT).
           ADD ES-SHORT(WS-EVS-IDX) TO TT-SHORT(WS-LVL-HIT).

      * the level's totals under the label already in
      *PL-LABEL, then the level starts again
       PRINT-TOTAL-RTN.
           MOVE TT-CAPACITY(WS-LVL) TO PL-CAP.
           MOVE TT-FAMILIES(WS-LVL) TO PL-FAM.
           MOVE TT-PERSONS(WS-LVL) TO PL-PERS.
           MOVE 0 TO WS-PCT.
           IF TT-CAPACITY(WS-LVL) > 0
               COMPUTE WS-PCT ROUNDED =
                   TT-PERSONS(WS-LVL) * 100 / TT-CAPACITY(WS-LVL)
                   ON SIZE ERROR MOVE 9999 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO PL-PCT.
           MOVE TT-PACKS(WS-LVL) TO PL-PACKS.
           MOVE TT-SHORT(WS-LVL) TO PL-SHORT.
           MOVE SPACES TO PL-FLAG.
           IF TT-PERSONS(WS-LVL) > TT-CAPACITY(WS-LVL)
               MOVE "OVER" TO PL-FLAG
           END-IF.
           WRITE PRINT-LINE FROM PRT-LINE.
           INITIALIZE WS-TOT-LVL(WS-LVL).

       REPORT-OVER-RTN.
           MOVE "Over-capacity centers:" TO GL-LABEL.
           WRITE PRINT-LINE FROM GROUP-LINE.
           MOVE 0 TO WS-LISTED.
           PERFORM LIST-OVER-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-ECTR-COUNT.
           IF WS-LISTED = 0
               MOVE "  None." TO GL-LABEL
               WRITE PRINT-LINE FROM GROUP-LINE
           END-IF.

       LIST-OVER-RTN.
           SET WS-EVS-IDX TO CT-IDX.
           IF ES-PERSONS(WS-EVS-IDX) > CT-CAPACITY(CT-IDX)
               ADD 1 TO WS-LISTED
               COMPUTE WS-OVER-BY =
                   ES-PERSONS(WS-EVS-IDX) - CT-CAPACITY(CT-IDX)
               MOVE ES-PERSONS(WS-EVS-IDX) TO WS-NUM-1-ED
               MOVE CT-CAPACITY(CT-IDX) TO WS-NUM-2-ED
               MOVE WS-OVER-BY TO WS-NUM-3-ED
               MOVE CT-CODE(CT-IDX) TO LL-CODE
               MOVE CT-NAME(CT-IDX) TO LL-NAME
               MOVE SPACES TO LL-TEXT
               STRING WS-NUM-1-ED " in" WS-NUM-2-ED " over"
                   WS-NUM-3-ED DELIMITED BY SIZE INTO LL-TEXT
               WRITE PRINT-LINE FROM LIST-LINE
           END-IF.

       REPORT-SHORT-RTN.
           MOVE "Relief shortfalls:" TO GL-LABEL.
           WRITE PRINT-LINE FROM GROUP-LINE.
           MOVE 0 TO WS-LISTED.
           PERFORM LIST-SHORT-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-ECTR-COUNT.
           IF WS-LISTED = 0
               MOVE "  None." TO GL-LABEL
               WRITE PRINT-LINE FROM GROUP-LINE
           END-IF.

       LIST-SHORT-RTN.
           SET WS-EVS-IDX TO CT-IDX.
           IF ES-SHORT(WS-EVS-IDX) > 0
               ADD 1 TO WS-LISTED
               MOVE ES-NEEDED(WS-EVS-IDX) TO WS-NUM-1-ED
               MOVE ES-PACKS(WS-EVS-IDX) TO WS-NUM-2-ED
               MOVE ES-SHORT(WS-EVS-IDX) TO WS-NUM-3-ED
               MOVE CT-CODE(CT-IDX) TO LL-CODE
               MOVE CT-NAME(CT-IDX) TO LL-NAME
               MOVE SPACES TO LL-TEXT
               STRING WS-NUM-1-ED " due" WS-NUM-2-ED " out"
                   WS-NUM-3-ED " short" DELIMITED BY SIZE
                   INTO LL-TEXT
               WRITE PRINT-LINE FROM LIST-LINE
           END-IF.
