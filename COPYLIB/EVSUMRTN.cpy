      *========================================================*
      *  EVSUMRTN.cpy                                          *
      *  Common evacuation-tally paragraphs: the storm's log   *
      *  entries summed by center and by day, and the storm    *
      *  totals off them.                                      *
      *========================================================*
       EVSUM-TALLY-RTN.
           INITIALIZE WS-EVS-CTR-TABLE.
           INITIALIZE WS-EVS-DAY-TABLE.
           MOVE 'N' TO WS-EVS-DAY-OVFL-SW.
           MOVE 0 TO WS-EVS-CENTERS WS-EVS-UNKNOWN.
           MOVE 0 TO WS-EVS-NOW-FAM WS-EVS-NOW-PERS.
           MOVE 0 TO WS-EVS-PEAK-DATE WS-EVS-PEAK-FAM.
           MOVE 0 TO WS-EVS-PEAK-PERS.
           MOVE 0 TO WS-EVS-PACKS WS-EVS-SHORT.
           PERFORM EVSUM-TAKE-RTN
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-EVAC-COUNT.
           PERFORM EVSUM-CENTER-RTN
               VARYING WS-EVS-IDX FROM 1 BY 1
               UNTIL WS-EVS-IDX > WS-ECTR-COUNT.
           PERFORM EVSUM-PEAK-RTN
               VARYING WS-EVS-DAY-HIT FROM 1 BY 1
               UNTIL WS-EVS-DAY-HIT > WS-EVS-DAY-COUNT.

       EVSUM-TAKE-RTN.
           IF ET-NOS(ET-IDX) = WS-EVS-STORM
               MOVE ET-CENTER(ET-IDX) TO WS-ECTR-FIND
               PERFORM ECTR-FIND-RTN
               IF WS-ECTR-HIT = 0
                   ADD 1 TO WS-EVS-UNKNOWN
               ELSE
                   PERFORM EVSUM-POST-RTN
               END-IF
           END-IF.

       EVSUM-POST-RTN.
           MOVE WS-ECTR-HIT TO WS-EVS-IDX.
           IF ET-DATE(ET-IDX) > ES-DATE(WS-EVS-IDX)
               MOVE ET-DATE(ET-IDX) TO ES-DATE(WS-EVS-IDX)
               MOVE ET-FAMILIES(ET-IDX) TO ES-FAMILIES(WS-EVS-IDX)
               MOVE ET-PERSONS(ET-IDX) TO ES-PERSONS(WS-EVS-IDX)
           END-IF.
           ADD ET-PACKS(ET-IDX) TO ES-PACKS(WS-EVS-IDX).
           COMPUTE ES-NEEDED(WS-EVS-IDX) = ES-NEEDED(WS-EVS-IDX)
               + ET-FAMILIES(ET-IDX) * WS-EVS-PACK-RATE.
           MOVE 0 TO WS-EVS-DAY-HIT.
           PERFORM EVSUM-DAY-MATCH-RTN
               VARYING WS-EVS-IDX FROM 1 BY 1
               UNTIL WS-EVS-IDX > WS-EVS-DAY-COUNT
                   OR WS-EVS-DAY-HIT > 0.
           IF WS-EVS-DAY-HIT = 0
               IF WS-EVS-DAY-COUNT < 60
                   ADD 1 TO WS-EVS-DAY-COUNT
                   MOVE WS-EVS-DAY-COUNT TO WS-EVS-DAY-HIT
                   MOVE ET-DATE(ET-IDX) TO ED-DATE(WS-EVS-DAY-HIT)
               ELSE
                   MOVE 'Y' TO WS-EVS-DAY-OVFL-SW
               END-IF
           END-IF.
           IF WS-EVS-DAY-HIT > 0
               ADD ET-FAMILIES(ET-IDX) TO ED-FAMILIES(WS-EVS-DAY-HIT)
               ADD ET-PERSONS(ET-IDX) TO ED-PERSONS(WS-EVS-DAY-HIT)
           END-IF.

       EVSUM-DAY-MATCH-RTN.
           IF ED-DATE(WS-EVS-IDX) = ET-DATE(ET-IDX)
               MOVE WS-EVS-IDX TO WS-EVS-DAY-HIT
           END-IF.

       EVSUM-CENTER-RTN.
           IF ES-DATE(WS-EVS-IDX) > 0
               ADD 1 TO WS-EVS-CENTERS
               ADD ES-FAMILIES(WS-EVS-IDX) TO WS-EVS-NOW-FAM
               ADD ES-PERSONS(WS-EVS-IDX) TO WS-EVS-NOW-PERS
               ADD ES-PACKS(WS-EVS-IDX) TO WS-EVS-PACKS
               IF ES-NEEDED(WS-EVS-IDX) > ES-PACKS(WS-EVS-IDX)
                   COMPUTE ES-SHORT(WS-EVS-IDX) =
                       ES-NEEDED(WS-EVS-IDX) - ES-PACKS(WS-EVS-IDX)
                   ADD ES-SHORT(WS-EVS-IDX) TO WS-EVS-SHORT
               END-IF
           END-IF.

       EVSUM-PEAK-RTN.
           IF ED-PERSONS(WS-EVS-DAY-HIT) > WS-EVS-PEAK-PERS
               MOVE ED-DATE(WS-EVS-DAY-HIT) TO WS-EVS-PEAK-DATE
               MOVE ED-FAMILIES(WS-EVS-DAY-HIT) TO WS-EVS-PEAK-FAM
               MOVE ED-PERSONS(WS-EVS-DAY-HIT) TO WS-EVS-PEAK-PERS
           END-IF.
