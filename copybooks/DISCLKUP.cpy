      *****************************************************************
      * DISCLKUP - look up WS-DISCOUNT-PCT for WS-ORDER-AMOUNT and
      * WS-CUST-TYPE against the loaded WS-DISCOUNT-TABLE, and the
      * band the amount falls in (WS-ORDER-BAND) for the CTRLKUP
      * contract pricing. Leaves WS-DISCOUNT-PCT at zero and
      * WS-ORDER-BAND at space, with WS-RATE-FOUND-SW 'N', when no
      * band/customer-type row matches.
      *****************************************************************
       7200-LOOKUP-DISCOUNT-RATE.
           MOVE 0 TO WS-DISCOUNT-PCT
           MOVE SPACE TO WS-ORDER-BAND
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
                   AND WS-ORDER-AMOUNT >= WS-DISC-MIN-AMT(WS-DISC-IDX)
                   AND WS-ORDER-AMOUNT <= WS-DISC-MAX-AMT(WS-DISC-IDX)
                   MOVE WS-DISC-PCT(WS-DISC-IDX) TO WS-DISCOUNT-PCT
                   MOVE WS-DISC-BAND(WS-DISC-IDX) TO WS-ORDER-BAND
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
