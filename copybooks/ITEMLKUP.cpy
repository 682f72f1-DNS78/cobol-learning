      *****************************************************************
      * ITEMLKUP - look up WS-ITEM-CODE against the loaded
      * WS-ITEM-TABLE. On a hit WS-ITEM-FOUND-SW is 'Y' and the
      * item's description, unit price, category and taxable flag are
      * returned in the ITEMWORK fields; on a miss they are cleared.
      *****************************************************************
       8500-LOOKUP-ITEM.
           MOVE 'N'    TO WS-ITEM-FOUND-SW
           MOVE SPACES TO WS-ITEM-DESC
           MOVE 0      TO WS-ITEM-PRICE
           MOVE SPACES TO WS-ITEM-CATEGORY
           MOVE SPACE  TO WS-ITEM-TAXABLE
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
                       OR WS-ITEM-FOUND
               IF WS-ITEM-CODE = WS-ITM-CODE(WS-ITM-IDX)
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE WS-ITM-DESC(WS-ITM-IDX)     TO WS-ITEM-DESC
                   MOVE WS-ITM-PRICE(WS-ITM-IDX)    TO WS-ITEM-PRICE
                   MOVE WS-ITM-CATEGORY(WS-ITM-IDX)
                       TO WS-ITEM-CATEGORY
                   MOVE WS-ITM-TAXABLE(WS-ITM-IDX)
                       TO WS-ITEM-TAXABLE
               END-IF
           END-PERFORM.
