      *========================================================*
      *  GWARTN.cpy                                            *
      *  Common units-weighted GWA paragraphs: a graded        *
      *  subject into its student's term, the finish that      *
      *  orders the terms and works out the term and           *
      *  cumulative GWAs, and the lookup of one term. A record *
      *  with no remark has not been graded and is passed      *
      *  over; a subject of zero units weighs nothing.         *
      *========================================================*
       GWA-ADD-RTN.
           IF WS-GWA-REM NOT = SPACES
               MOVE WS-GWA-SUBJ TO WS-SBJ-FIND
               PERFORM SUBJ-FIND-RTN
               PERFORM GWA-FIND-RTN
               IF WS-GWA-HIT = 0
                   PERFORM GWA-NEW-TERM-RTN
               END-IF
               IF WS-GWA-HIT > 0
                   PERFORM GWA-TAKE-GRADE-RTN
               END-IF
           END-IF.

       GWA-NEW-TERM-RTN.
           IF WS-GWA-COUNT < 3000
               ADD 1 TO WS-GWA-COUNT
               MOVE WS-GWA-COUNT TO WS-GWA-HIT
               INITIALIZE WS-GWA-ENTRY(WS-GWA-HIT)
               MOVE WS-GWA-KEY TO GWT-KEY(WS-GWA-HIT)
           ELSE
               MOVE 'Y' TO WS-GWA-OVFL-SW
           END-IF.

       GWA-TAKE-GRADE-RTN.
           ADD WS-SBJ-UNITS TO GWT-TERM-UNITS(WS-GWA-HIT).
           COMPUTE GWT-POINTS(WS-GWA-HIT) = GWT-POINTS(WS-GWA-HIT)
               + WS-SBJ-UNITS * WS-GWA-GRADE.
           IF WS-SBJ-HIT = 0
               ADD 1 TO GWT-DEFAULTED(WS-GWA-HIT)
               ADD 1 TO WS-GWA-DEFAULTS
           END-IF.

       GWA-FIND-RTN.
           MOVE 0 TO WS-GWA-HIT.
           PERFORM GWA-MATCH-RTN
               VARYING GW-IDX FROM 1 BY 1
               UNTIL GW-IDX > WS-GWA-COUNT OR WS-GWA-HIT > 0.

       GWA-MATCH-RTN.
           IF GWT-KEY(GW-IDX) = WS-GWA-KEY
               SET WS-GWA-HIT TO GW-IDX
           END-IF.

      * selection sort on student / school year / term, then
      *each student's terms in order, the cumulative running
      *from the first
       GWA-FINISH-RTN.
           PERFORM GWA-SORT-ONE-RTN
               VARYING WS-GWA-I FROM 1 BY 1
               UNTIL WS-GWA-I >= WS-GWA-COUNT.
           MOVE 0 TO WS-GWA-PREV-SNO.
           PERFORM GWA-ROLL-ONE-RTN
               VARYING GW-IDX FROM 1 BY 1
               UNTIL GW-IDX > WS-GWA-COUNT.

       GWA-SORT-ONE-RTN.
           MOVE WS-GWA-I TO WS-GWA-LOW.
           PERFORM GWA-FIND-LOW-RTN
               VARYING WS-GWA-J FROM WS-GWA-I BY 1
               UNTIL WS-GWA-J > WS-GWA-COUNT.
           IF WS-GWA-LOW NOT = WS-GWA-I
               MOVE WS-GWA-ENTRY(WS-GWA-I) TO WS-GWA-HOLD
               MOVE WS-GWA-ENTRY(WS-GWA-LOW)
                   TO WS-GWA-ENTRY(WS-GWA-I)
               MOVE WS-GWA-HOLD TO WS-GWA-ENTRY(WS-GWA-LOW)
           END-IF.

       GWA-FIND-LOW-RTN.
           IF GWT-KEY(WS-GWA-J) < GWT-KEY(WS-GWA-LOW)
               MOVE WS-GWA-J TO WS-GWA-LOW
           END-IF.

       GWA-ROLL-ONE-RTN.
           IF GWT-SNO(GW-IDX) NOT = WS-GWA-PREV-SNO
               MOVE GWT-SNO(GW-IDX) TO WS-GWA-PREV-SNO
               MOVE 0 TO WS-GWA-CUM-UNITS WS-GWA-CUM-POINTS
           END-IF.
           ADD GWT-TERM-UNITS(GW-IDX) TO WS-GWA-CUM-UNITS.
           ADD GWT-POINTS(GW-IDX) TO WS-GWA-CUM-POINTS.
           IF GWT-TERM-UNITS(GW-IDX) > 0
               COMPUTE GWT-TERM-GWA(GW-IDX) ROUNDED =
                   GWT-POINTS(GW-IDX) / GWT-TERM-UNITS(GW-IDX)
           ELSE
               MOVE 0 TO GWT-TERM-GWA(GW-IDX)
           END-IF.
           MOVE WS-GWA-CUM-UNITS TO GWT-CUM-UNITS(GW-IDX).
           IF WS-GWA-CUM-UNITS > 0
               COMPUTE GWT-CUM-GWA(GW-IDX) ROUNDED =
                   WS-GWA-CUM-POINTS / WS-GWA-CUM-UNITS
           ELSE
               MOVE 0 TO GWT-CUM-GWA(GW-IDX)
           END-IF.
