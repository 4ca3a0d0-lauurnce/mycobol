      *                record goes to WSPAUDIT with the date, time
      *                and operator, the way KEZIA-REV's STUAUDIT
      *                works - corrections possible and provable.
      *2026-10-15  LP  The storm record now comes from the shared
      *                STORMREC layout and grew by the closing
      *                evacuation figures WSP-EVACUATION stores on
      *                the storm's latest record when its centers
      *                close; a new record starts them at zero and
      *                an amendment carries them through untouched.
      *                ECNERWAL left by the old layout must be
      *                converted before the first run of this build.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTREC.
       01  OUTREC.
      * shared storm-record layout
           COPY STORMREC.

       FD  HIST-FILE
           LABEL RECORD IS OMITTED
      *the matched record, and the corrected figures
       01  WS-AMD-TABLE.
           05 WS-AMD-COUNT PIC 9(3) VALUE 0.
           05 WS-AMD-ENTRY PIC X(147) OCCURS 200 TIMES
                            INDEXED BY AM-IDX.
       01  WS-AMD-EOF     PIC X VALUE 'N'.
       01  WS-AMD-HIT     PIC 9(3) VALUE 0.
       01  WS-AMD-NAME    PIC X(20) VALUE SPACES.
       01  WS-AMD-OVER-SW PIC X VALUE 'N'.
      * the audit images hold the leading 120 bytes of the
      *record, which take in every figure an amendment changes;
      *the closing evacuation figures past them are not amended
       01  WS-AMD-BEFORE  PIC X(120) VALUE SPACES.
       01  WS-AMD-TIME    PIC 9(8) VALUE 0.
       01  NEW-RAINMM     PIC 9(4) VALUE 0.
           MOVE RAINMM TO D-RAINMM.
           MOVE DMG TO D-DAMAGE.
           MOVE CAS TO D-CASUALTIES.
           MOVE 0 TO D-EVAC-CLOSED D-EVAC-CENTERS D-EVAC-FAMILIES.
           MOVE 0 TO D-EVAC-PERSONS D-RELIEF-PACKS D-RELIEF-SHORT.

           WRITE OUTREC.
           PERFORM WRITE-CSV-RTN.
