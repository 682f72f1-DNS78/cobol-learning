      *****************************************************************
      * ITEMLOAD - load the ITEMMAST file into the WS-ITEM-TABLE.
      * Requires ITEM-MASTER-FILE opened via a SELECT/FD built from
      * the ITEMREC copybook and the ITEMTBL/ITEMWORK copybooks in
      * WORKING-STORAGE. An item code that appears twice is a broken
      * master -- which price is right cannot be guessed -- so it
      * stops the run the same way a full table does.
      *****************************************************************
       8400-LOAD-ITEM-TABLE.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ITEMMAST, STATUS='
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-ITEMMAST
               READ ITEM-MASTER-FILE
                   AT END
                       SET WS-END-OF-ITEMMAST TO TRUE
                   NOT AT END
                       PERFORM 8410-STORE-ITEM-ROW
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER-FILE.

       8410-STORE-ITEM-ROW.
           MOVE ITEM-CODE TO WS-ITEM-CODE
           PERFORM 8500-LOOKUP-ITEM
           IF WS-ITEM-FOUND
               DISPLAY 'ITEMMAST CARRIES ITEM ' ITEM-CODE
                   ' MORE THAN ONCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ITM-COUNT >= 200
               DISPLAY 'ITEMMAST HAS MORE THAN 200 ITEMS, '
                   'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITM-COUNT
           SET WS-ITM-IDX TO WS-ITM-COUNT
           MOVE ITEM-CODE         TO WS-ITM-CODE(WS-ITM-IDX)
           MOVE ITEM-DESC         TO WS-ITM-DESC(WS-ITM-IDX)
           MOVE ITEM-UNIT-PRICE   TO WS-ITM-PRICE(WS-ITM-IDX)
           MOVE ITEM-CATEGORY     TO WS-ITM-CATEGORY(WS-ITM-IDX)
           MOVE ITEM-TAXABLE-FLAG TO WS-ITM-TAXABLE(WS-ITM-IDX).
