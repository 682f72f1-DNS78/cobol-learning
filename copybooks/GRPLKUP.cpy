      *****************************************************************
      * GRPLKUP - look up WS-GRP-LOOKUP against the loaded
      * WS-GROUP-TABLE. On a hit WS-GRP-FOUND-SW is 'Y' and
      * WS-GRP-IDX is left on the account's row.
      *****************************************************************
       8900-FIND-GROUP-ROW.
           MOVE 'N' TO WS-GRP-FOUND-SW
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                       OR WS-GRP-FOUND
               IF WS-GRP-LOOKUP = WS-GRP-CUST-ID(WS-GRP-IDX)
                   SET WS-GRP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND
               SET WS-GRP-IDX DOWN BY 1
           END-IF.
