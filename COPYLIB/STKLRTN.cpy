      *========================================================*
      *  STKLRTN.cpy                                           *
      *  Common stock-ledger paragraphs: the opening of the    *
      *  ledger for posting and the posting of one movement.   *
      *========================================================*
       STKL-OPEN-RTN.
           OPEN EXTEND STKL-FILE.
           IF WS-SKL-STATUS = "35"
               OPEN OUTPUT STKL-FILE
           END-IF.

       STKL-WRITE-RTN.
           ACCEPT WS-SKL-TIME FROM TIME.
           MOVE SPACES TO STKL-REC.
           MOVE WS-SK-CODE TO SKL-CODE.
           MOVE WS-SK-DATE TO SKL-DATE.
           MOVE WS-SKL-TIME TO SKL-TIME.
           MOVE WS-SK-TYPE TO SKL-TYPE.
           MOVE WS-SK-QTY TO SKL-QTY.
           MOVE WS-SK-BALANCE TO SKL-BALANCE.
           MOVE WS-SK-COST TO SKL-COST.
           MOVE WS-SK-REF TO SKL-REF.
           MOVE WS-SK-OPER TO SKL-OPER.
           WRITE STKL-REC.

       STKL-POST-RTN.
           PERFORM STKL-OPEN-RTN.
           PERFORM STKL-WRITE-RTN.
           CLOSE STKL-FILE.
