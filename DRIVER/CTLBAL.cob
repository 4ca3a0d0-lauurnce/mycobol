      *                flagging the hop where the counts break
      *                instead of leaving the night to each
      *                program's private arithmetic.
      *2026-10-15  LP  The PANES hop now balances the two reads of
      *                the day's activity file PANESACT, which the
      *                extract and the end-of-day now walk in place
      *                of PANES itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM 420-FLAG-ONE-HOP.

      * the extract and the end-of-day both walk the whole
      *PANESACT activity file the same night; a different record
      *count means the file changed between them
       500-CHECK-PANES-HOP.
      * on this hop the extract's own IN stands on the
      *sending side - both programs read the same file whole
