      *========================================================*
      *  GWAIORTN.cpy                                          *
      *  STUDGWA paragraphs: the load of the file into the     *
      *  WS-GWA table for a run that reads the GWAs, and the   *
      *  save of a finished table, stamped WS-GWA-ASOF, in     *
      *  place of the file as it stood.                        *
      *========================================================*
       GWA-LOAD-RTN.
           MOVE 0 TO WS-GWA-COUNT.
           MOVE 'N' TO WS-GWA-EOF.
           MOVE 'N' TO WS-GWA-OVFL-SW.
           OPEN INPUT GWA-FILE.
           IF WS-GWA-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM GWA-READ-RTN UNTIL WS-GWA-EOF = 'Y'
               CLOSE GWA-FILE
           END-IF.

       GWA-READ-RTN.
           READ GWA-FILE
               AT END MOVE 'Y' TO WS-GWA-EOF
               NOT AT END
                   IF WS-GWA-COUNT < 3000
                       ADD 1 TO WS-GWA-COUNT
                       SET GW-IDX TO WS-GWA-COUNT
                       INITIALIZE WS-GWA-ENTRY(GW-IDX)
                       MOVE GW-KEY TO GWT-KEY(GW-IDX)
                       MOVE GW-TERM-UNITS TO GWT-TERM-UNITS(GW-IDX)
                       MOVE GW-TERM-GWA TO GWT-TERM-GWA(GW-IDX)
                       MOVE GW-CUM-UNITS TO GWT-CUM-UNITS(GW-IDX)
                       MOVE GW-CUM-GWA TO GWT-CUM-GWA(GW-IDX)
                       MOVE GW-DEFAULTED TO GWT-DEFAULTED(GW-IDX)
                       MOVE GW-DATE TO WS-GWA-ASOF
                   ELSE
                       MOVE 'Y' TO WS-GWA-OVFL-SW
                   END-IF
           END-READ.

       GWA-SAVE-RTN.
           OPEN OUTPUT GWA-FILE.
           PERFORM GWA-WRITE-RTN
               VARYING GW-IDX FROM 1 BY 1
               UNTIL GW-IDX > WS-GWA-COUNT.
           CLOSE GWA-FILE.

       GWA-WRITE-RTN.
           MOVE GWT-KEY(GW-IDX) TO GW-KEY.
           MOVE GWT-TERM-UNITS(GW-IDX) TO GW-TERM-UNITS.
           MOVE GWT-TERM-GWA(GW-IDX) TO GW-TERM-GWA.
           MOVE GWT-CUM-UNITS(GW-IDX) TO GW-CUM-UNITS.
           MOVE GWT-CUM-GWA(GW-IDX) TO GW-CUM-GWA.
           MOVE GWT-DEFAULTED(GW-IDX) TO GW-DEFAULTED.
           MOVE WS-GWA-ASOF TO GW-DATE.
           WRITE GWA-REC.
