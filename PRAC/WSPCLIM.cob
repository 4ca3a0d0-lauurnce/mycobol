      *                frequency per island group, to WSPCLIM.OUT.
      *                This is the planning sheet civil defense asks
      *                for when pre-positioning.
      *2026-10-15  LP  The storm record now comes from the shared
      *                STORMREC layout, which grew by the closing
      *                evacuation figures WSP-EVACUATION stores.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS INREC.
       01  INREC.
      * shared storm-record layout
           COPY STORMREC.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
