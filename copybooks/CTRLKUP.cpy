      *****************************************************************
      * CTRLKUP - price WS-ORDER-AMOUNT for WS-CTR-CUST-ID. Perform
      * 7200-LOOKUP-DISCOUNT-RATE first: it sets the DISCRATE rate
      * and the order's band (WS-ORDER-BAND). A contract term in
      * force for the customer and that band -- or, failing one, the
      * customer's all-band ('*') term -- prices the order and sets
      * WS-PRICE-SOURCE 'C' and WS-CTR-APPLIED-NO; a fixed-percentage
      * term replaces WS-DISCOUNT-PCT, a net-price term discounts the
      * order down to the net price (no discount when the order is
      * already at or below it) and leaves the effective rate in
      * WS-DISCOUNT-PCT. With no term the DISCRATE rate prices it and
      * WS-PRICE-SOURCE is 'D'. Either way the discount amount comes
      * back in WS-PRICED-DISCOUNT.
      *****************************************************************
       7250-APPLY-CONTRACT-PRICE.
           MOVE 'N'    TO WS-CTR-FOUND-SW
           MOVE SPACES TO WS-CTR-APPLIED-NO
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT OR WS-CTR-FOUND
               IF WS-CTR-CUST(WS-CTR-IDX) = WS-CTR-CUST-ID
                   AND WS-CTR-BAND(WS-CTR-IDX) = WS-ORDER-BAND
                   AND WS-ORDER-BAND NOT = SPACE
                   SET WS-CTR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CTR-FOUND
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                       OR WS-CTR-FOUND
                   IF WS-CTR-CUST(WS-CTR-IDX) = WS-CTR-CUST-ID
                       AND WS-CTR-BAND(WS-CTR-IDX) = '*'
                       SET WS-CTR-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CTR-FOUND
               SET WS-CTR-IDX DOWN BY 1
               SET WS-PRICED-BY-CONTRACT TO TRUE
               MOVE WS-CTR-NO(WS-CTR-IDX) TO WS-CTR-APPLIED-NO
               IF WS-CTR-TYPE(WS-CTR-IDX) = 'N'
                   MOVE 0 TO WS-PRICED-DISCOUNT
                   MOVE 0 TO WS-DISCOUNT-PCT
                   IF WS-ORDER-AMOUNT > WS-CTR-NET(WS-CTR-IDX)
                       SUBTRACT WS-CTR-NET(WS-CTR-IDX)
                           FROM WS-ORDER-AMOUNT
                           GIVING WS-PRICED-DISCOUNT
                       DIVIDE WS-PRICED-DISCOUNT BY WS-ORDER-AMOUNT
                           GIVING WS-DISCOUNT-PCT ROUNDED
                   END-IF
               ELSE
                   MOVE WS-CTR-PCT(WS-CTR-IDX) TO WS-DISCOUNT-PCT
                   MULTIPLY WS-ORDER-AMOUNT BY WS-DISCOUNT-PCT
                       GIVING WS-PRICED-DISCOUNT
               END-IF
           ELSE
               SET WS-PRICED-BY-DISCRATE TO TRUE
               MULTIPLY WS-ORDER-AMOUNT BY WS-DISCOUNT-PCT
                   GIVING WS-PRICED-DISCOUNT
           END-IF.
